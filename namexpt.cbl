          SELECT OUTFILE  ASSIGN TO OUTFILE
                          ORGANIZATION INDEXED
                          ACCESS MODE SEQUENTIAL
                          RECORD KEY IS PERSON-ID OF OUTPUT-RECORD
                          ALTERNATE KEY IS LAST-NAME OF OUTPUT-RECORD
                          WITH DUPLICATES.
          SELECT EXPFILE  ASSIGN TO EXPFILE SEQUENTIAL.
          SELECT ADDR-FILE ASSIGN TO ADDRFILE
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY IS ADR-PERSON-ID
                          FILE STATUS IS WS-ADDRFILE-FS.
          SELECT PROCDATE-FILE ASSIGN TO PROCDATF SEQUENTIAL
                          FILE STATUS IS WS-PROCDATF-FS.
          SELECT PARMFILE ASSIGN TO PARMFILE SEQUENTIAL
                          FILE STATUS IS WS-PARMFILE-FS.
          SELECT MAILHIST-FILE ASSIGN TO MAILHIST SEQUENTIAL
                          FILE STATUS IS WS-MAILHIST-FS.


       DATA DIVISION.
           88 ADR-MAIL-SUPPRESSED                      VALUE 'S'.
         02  FILLER                         PIC X(23).

       FD PROCDATE-FILE.
       01 PROCDATE-RECORD.
         02  PRD-PROCESS-DATE               PIC 9(08).

       FD PARMFILE.
       01 PARM-RECORD                       PIC X(80).

       FD MAILHIST-FILE.
       01 MAILHIST-RECORD.
         02  MHS-CAMPAIGN-CODE              PIC X(08).
         02  FILLER                         PIC X(01).
         02  MHS-MAIL-DATE                  PIC 9(08).
         02  FILLER                         PIC X(01).
         02  MHS-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(01).
         02  MHS-STREET                     PIC X(20).
         02  FILLER                         PIC X(01).
         02  MHS-CITY                       PIC X(15).
         02  FILLER                         PIC X(01).
         02  MHS-STATE                      PIC X(02).
         02  FILLER                         PIC X(01).
         02  MHS-POSTAL-CODE                PIC X(09).
         02  FILLER                         PIC X(01).
         02  MHS-MAIL-SOURCE                PIC X(01).
         02  FILLER                         PIC X(05).

       WORKING-STORAGE SECTION.
       01 WS-OUT-EOF-SW                     PIC X(01) VALUE 'N'.
         88 WS-OUT-EOF                               VALUE 'Y'.
       01 WS-ADDR-OPEN-SW                   PIC X(01) VALUE 'N'.
         88 WS-ADDR-OPEN                             VALUE 'Y'.

       01 WS-PARMFILE-FS                    PIC X(02) VALUE SPACES.
       01 WS-MAILHIST-FS                    PIC X(02) VALUE SPACES.

       01 WS-PARM-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-PARM-EOF                              VALUE 'Y'.

       01 WS-MAILHIST-EOF-SW                PIC X(01) VALUE 'N'.
         88 WS-MAILHIST-EOF                          VALUE 'Y'.

       01 WS-MAILHIST-OPEN-SW               PIC X(01) VALUE 'N'.
         88 WS-MAILHIST-OPEN                         VALUE 'Y'.

       01 WS-PARM.
         02  PRM-CAMPAIGN-CODE              PIC X(08).
         02  FILLER                         PIC X(01).
         02  PRM-CONTACT-LIMIT              PIC 9(03).
         02  FILLER                         PIC X(01).
         02  PRM-PERIOD-FROM                PIC 9(08).
         02  FILLER                         PIC X(59).

       01 WS-CONTACT-TABLE.
         02  WS-CONTACT-COUNT OCCURS 99999 TIMES
                                            PIC 9(03).

       01 WS-PROCDATF-FS                    PIC X(02) VALUE SPACES.

       01 WS-PROCDATE-SW                    PIC X(01) VALUE 'N'.
         88 WS-PROCDATE-SET                          VALUE 'Y'.

       01 WS-PROCESS-DATE.
         02  WS-PD-CC                       PIC 9(02) VALUE 20.
         02  WS-PD-YY                       PIC 9(02) VALUE ZERO.
         02  WS-PD-MM                       PIC 9(02) VALUE ZERO.
         02  WS-PD-DD                       PIC 9(02) VALUE ZERO.
       01 WS-PROCESS-DATE-N REDEFINES WS-PROCESS-DATE
                                            PIC 9(08).

       01 WS-RUN-DATE.
         02  WS-RUN-YY                      PIC 9(02).
         02  WS-RUN-MM                      PIC 9(02).
         02  WS-RUN-DD                      PIC 9(02).

       77 WS-RECORDS-READ                   PIC 9(08) VALUE ZERO.
       77 WS-RECORDS-EXPORTED               PIC 9(08) VALUE ZERO.
       77 WS-RECORDS-SUPPRESSED             PIC 9(08) VALUE ZERO.
       77 WS-RECORDS-LIMITED                PIC 9(08) VALUE ZERO.
       77 WS-HISTORY-READ                   PIC 9(08) VALUE ZERO.
       77 WS-HISTORY-WRITTEN                PIC 9(08) VALUE ZERO.
       77 WS-FIELD-LEN                      PIC 9(02) COMP VALUE ZERO.
       77 WS-SCAN-SUB                       PIC 9(02) COMP VALUE ZERO.
       77 WS-EXP-PTR                        PIC 9(02) COMP VALUE 1.
                SET WS-ADDR-OPEN TO TRUE
            ELSE
                DISPLAY 'NO ADDRESS FILE, STATUS: ' WS-ADDRFILE-FS.
            PERFORM B050-GET-PROCESS-DATE.
            PERFORM B100-READ-PARM-RECORD.
            IF PRM-CONTACT-LIMIT > ZERO THEN
                PERFORM B200-LOAD-CONTACT-COUNTS.
            OPEN EXTEND MAILHIST-FILE.
            IF WS-MAILHIST-FS = '00' THEN
                SET WS-MAILHIST-OPEN TO TRUE
            ELSE
                DISPLAY '*** MAILHIST OPEN ERROR, FILE STATUS: '
                        WS-MAILHIST-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            WRITE EXPORT-LINE FROM WS-HEADING-ROW.

       B050-GET-PROCESS-DATE.
            OPEN INPUT PROCDATE-FILE.
            IF WS-PROCDATF-FS = '00' THEN
                PERFORM B060-READ-PROCESS-DATE
                CLOSE PROCDATE-FILE.
            IF NOT WS-PROCDATE-SET THEN
                DISPLAY 'NO PROCESS DATE CONTROL, STATUS: '
                        WS-PROCDATF-FS ' - SYSTEM DATE USED'
                ACCEPT WS-RUN-DATE FROM DATE
                MOVE WS-RUN-YY TO WS-PD-YY
                MOVE WS-RUN-MM TO WS-PD-MM
                MOVE WS-RUN-DD TO WS-PD-DD.

       B060-READ-PROCESS-DATE.
            READ PROCDATE-FILE INTO PROCDATE-RECORD
              AT END
                  CONTINUE
              NOT AT END
                  IF PRD-PROCESS-DATE IS NUMERIC
                     AND PRD-PROCESS-DATE NOT = ZERO THEN
                      MOVE PRD-PROCESS-DATE TO WS-PROCESS-DATE-N
                      SET WS-PROCDATE-SET TO TRUE.

       B100-READ-PARM-RECORD.
            OPEN INPUT PARMFILE.
            IF WS-PARMFILE-FS = '00' THEN
                PERFORM B110-GET-PARM-RECORD
                CLOSE PARMFILE
            ELSE
                SET WS-PARM-EOF TO TRUE
                DISPLAY 'NO PARAMETER FILE, STATUS: '
                        WS-PARMFILE-FS.
            IF WS-PARM-EOF THEN
                DISPLAY 'NO PARAMETER RECORD - NO CONTACT LIMIT'
                MOVE SPACES TO PRM-CAMPAIGN-CODE
                MOVE ZERO TO PRM-CONTACT-LIMIT
                MOVE ZERO TO PRM-PERIOD-FROM.
            IF PRM-CAMPAIGN-CODE = SPACES THEN
                MOVE 'NAMEXPT ' TO PRM-CAMPAIGN-CODE.
            IF PRM-CONTACT-LIMIT IS NOT NUMERIC THEN
                MOVE ZERO TO PRM-CONTACT-LIMIT.
            IF PRM-PERIOD-FROM IS NOT NUMERIC THEN
                MOVE ZERO TO PRM-PERIOD-FROM.
            DISPLAY 'CAMPAIGN: ' PRM-CAMPAIGN-CODE
                    '  CONTACT LIMIT: ' PRM-CONTACT-LIMIT
                    '  SINCE: ' PRM-PERIOD-FROM.

       B110-GET-PARM-RECORD.
            READ PARMFILE INTO WS-PARM
              AT END
                  SET WS-PARM-EOF TO TRUE.

       B200-LOAD-CONTACT-COUNTS.
            MOVE ZERO TO WS-CONTACT-TABLE.
            OPEN INPUT MAILHIST-FILE.
            IF WS-MAILHIST-FS = '00' THEN
                PERFORM B210-COUNT-ONE-CONTACT
                  UNTIL WS-MAILHIST-EOF
                CLOSE MAILHIST-FILE
                DISPLAY 'MAILING HISTORY RECORDS READ: '
                        WS-HISTORY-READ
            ELSE
                DISPLAY 'NO MAILING HISTORY, STATUS: '
                        WS-MAILHIST-FS ' - NO PRIOR CONTACTS'.

       B210-COUNT-ONE-CONTACT.
            READ MAILHIST-FILE
              AT END
                  SET WS-MAILHIST-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-HISTORY-READ
                  IF MHS-PERSON-ID IS NUMERIC
                     AND MHS-PERSON-ID > ZERO
                     AND MHS-MAIL-DATE IS NUMERIC
                     AND MHS-MAIL-DATE >= PRM-PERIOD-FROM THEN
                      IF WS-CONTACT-COUNT(MHS-PERSON-ID) < 999 THEN
                          ADD 1 TO WS-CONTACT-COUNT(MHS-PERSON-ID).

       D000-EXPORT-ONE-RECORD.
            READ OUTFILE
              AT END
                     AND ADR-MAIL-SUPPRESSED THEN
                      ADD 1 TO WS-RECORDS-SUPPRESSED
                  ELSE
                      PERFORM D060-CHECK-CONTACT-LIMIT.

       D060-CHECK-CONTACT-LIMIT.
            IF PRM-CONTACT-LIMIT > ZERO
               AND PERSON-ID OF OUTPUT-RECORD > ZERO
               AND WS-CONTACT-COUNT(PERSON-ID OF OUTPUT-RECORD)
                      NOT < PRM-CONTACT-LIMIT THEN
                ADD 1 TO WS-RECORDS-LIMITED
            ELSE
                PERFORM D100-BUILD-EXPORT-LINE
                WRITE EXPORT-LINE FROM WS-EXPORT-WORK
                ADD 1 TO WS-RECORDS-EXPORTED
                PERFORM D200-WRITE-MAIL-HISTORY.

       D050-CHECK-MAIL-SUPPRESSION.
            MOVE '99' TO WS-ADDRFILE-FS.
            MOVE SUFFIX OF OUTPUT-RECORD TO WS-FIELD-TEXT.
            PERFORM E000-APPEND-TRIMMED-FIELD.

       D200-WRITE-MAIL-HISTORY.
            MOVE SPACES             TO MAILHIST-RECORD.
            MOVE PRM-CAMPAIGN-CODE  TO MHS-CAMPAIGN-CODE.
            MOVE WS-PROCESS-DATE-N  TO MHS-MAIL-DATE.
            MOVE PERSON-ID OF OUTPUT-RECORD TO MHS-PERSON-ID.
            IF WS-ADDRFILE-FS = '00' THEN
                MOVE ADR-STREET      TO MHS-STREET
                MOVE ADR-CITY        TO MHS-CITY
                MOVE ADR-STATE       TO MHS-STATE
                MOVE ADR-POSTAL-CODE TO MHS-POSTAL-CODE.
            MOVE 'X'                TO MHS-MAIL-SOURCE.
            WRITE MAILHIST-RECORD.
            ADD 1 TO WS-HISTORY-WRITTEN.

       E000-APPEND-TRIMMED-FIELD.
            PERFORM E100-SET-FIELD-LENGTH.
            IF WS-FIELD-LEN > ZERO THEN
            CLOSE EXPFILE.
            IF WS-ADDR-OPEN THEN
                CLOSE ADDR-FILE.
            IF WS-MAILHIST-OPEN THEN
                CLOSE MAILHIST-FILE.
            DISPLAY 'RECORDS READ: ' WS-RECORDS-READ
                    '  RECORDS EXPORTED: ' WS-RECORDS-EXPORTED
                    '  SUPPRESSED: ' WS-RECORDS-SUPPRESSED.
            DISPLAY 'CONTACT LIMIT SKIPS: ' WS-RECORDS-LIMITED
                    '  HISTORY WRITTEN: ' WS-HISTORY-WRITTEN.
            DISPLAY 'NAMEXPT EXECUTION ENDS'
            STOP RUN.
       END PROGRAM NAMEXPT.
