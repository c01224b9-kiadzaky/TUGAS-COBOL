         05 WJ-DATE PIC 9(8).
         05 WJ-TIME PIC 9(8).
         05 WJ-PROGRAM PIC X(20).
         05 WJ-IMAGE PIC X(250).
