      *          a single write, "S" once when a CORRECT-DATA rewrite
      *          starts, and "C" per record of that rewrite.
      * Tectonics: cobc
      * Modification History:
      *   14 SEP 2026 - PENJUALAN-Record layout picked up the corporate
      *                 ACCOUNT-CODE; the record is now 250 bytes with
      *                 room reserved for later fields.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
         05 WJ-REQ-ACTION PIC X.
         05 WJ-REQ-DATA-FILE PIC X(60).
         05 WJ-REQ-PROGRAM PIC X(20).
         05 WJ-REQ-IMAGE PIC X(250).
      *-----------------------
       PROCEDURE DIVISION USING L-JOURNAL-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
