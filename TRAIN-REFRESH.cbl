      *          a TRAIN region (that would be copying the other
      *          direction) and when no TRAIN base is configured.
      * Tectonics: cobc
      * Modification History:
      *   25 SEP 2026 - Driver master copy follows the record out to
      *                 105 bytes and masks the driver's NPWP and NIK
      *                 along with the bank details.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FD SOURCE-DRIVER-File.
       COPY "copybooks/DRIVER-REC.cpy".
       FD DEST-DRIVER-File.
       01 DEST-DRIVER-RECORD PIC X(105).
       FD SOURCE-SUP-File.
       COPY "copybooks/SUP-REC.cpy".
       FD DEST-SUP-File.
                  MOVE SPACES TO DM-BANK-CODE
                  MOVE SPACES TO DM-BANK-ACCT
                  MOVE SPACES TO DM-ACCT-NAME
                  MOVE SPACES TO DM-NPWP
                  MOVE SPACES TO DM-NIK
                  MOVE DRIVER-MASTER-RECORD TO DEST-DRIVER-RECORD
                  WRITE DEST-DRIVER-RECORD
                  ADD 1 TO WS-COPY-COUNT
