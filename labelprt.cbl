          SELECT OUTFILE  ASSIGN TO OUTFILE
                          ORGANIZATION INDEXED
                          ACCESS MODE SEQUENTIAL
                          RECORD KEY IS PERSON-ID OF OUTPUT-RECORD
                          ALTERNATE KEY IS LAST-NAME OF OUTPUT-RECORD
                          WITH DUPLICATES.
          SELECT LBLFILE  ASSIGN TO LBLFILE SEQUENTIAL.
          SELECT PRTFILE  ASSIGN TO PRTFILE SEQUENTIAL.
          SELECT SRTFILE  ASSIGN TO SRTFILE.
                          FILE STATUS IS WS-ADDRFILE-FS.
          SELECT PROCDATE-FILE ASSIGN TO PROCDATF SEQUENTIAL
                          FILE STATUS IS WS-PROCDATF-FS.
          SELECT PARMFILE ASSIGN TO PARMFILE SEQUENTIAL
                          FILE STATUS IS WS-PARMFILE-FS.
          SELECT MAILHIST-FILE ASSIGN TO MAILHIST SEQUENTIAL
                          FILE STATUS IS WS-MAILHIST-FS.


       DATA DIVISION.
         02  SRT-STREET                     PIC X(20).
         02  SRT-CITY                       PIC X(15).
         02  SRT-STATE                      PIC X(02).
         02  SRT-PERSON-ID                  PIC 9(05).

       FD ADDR-FILE.
       01 ADDR-RECORD.
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
       01 WS-EOF-SW                         PIC X(01) VALUE 'N'.
         88 WS-EOF                                    VALUE 'Y'.
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

       01 WS-OUT-EOF-SW                     PIC X(01) VALUE 'N'.
         88 WS-OUT-EOF                               VALUE 'Y'.

       77 WS-LABELS-PRINTED                 PIC 9(08) VALUE ZERO.
       77 WS-EXCEPTION-COUNT                PIC 9(08) VALUE ZERO.
       77 WS-SUPPRESSED-COUNT               PIC 9(08) VALUE ZERO.
       77 WS-LIMITED-COUNT                  PIC 9(08) VALUE ZERO.
       77 WS-HISTORY-READ                   PIC 9(08) VALUE ZERO.
       77 WS-HISTORY-WRITTEN                PIC 9(08) VALUE ZERO.
       77 WS-ZIP-GROUP-COUNT                PIC 9(08) VALUE ZERO.
       77 WS-ZIP-PIECE-COUNT                PIC 9(08) VALUE ZERO.
       77 WS-LABELS-PENDING                 PIC 9(01) VALUE ZERO.
             'MAILING LABELS - EXCEPTION LISTING'.
         02  FILLER                         PIC X(92) VALUE SPACES.

       01 WS-HEADING-LINE-3.
         02  FILLER                   PIC X(10) VALUE 'CAMPAIGN: '.
         02  H3-CAMPAIGN-CODE               PIC X(08).
         02  FILLER                         PIC X(03) VALUE SPACES.
         02  FILLER                   PIC X(15) VALUE 'CONTACT LIMIT: '.
         02  H3-CONTACT-LIMIT               PIC ZZ9.
         02  FILLER                         PIC X(03) VALUE SPACES.
         02  FILLER                   PIC X(07) VALUE 'SINCE: '.
         02  H3-PERIOD-FROM                 PIC 9(08).
         02  FILLER                         PIC X(75) VALUE SPACES.

       01 WS-DETAIL-LINE.
         02  DTL-TAG                        PIC X(12).
         02  FILLER                         PIC X(02) VALUE SPACES.
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
            MOVE WS-PD-MM TO H1-RUN-MM.
            MOVE WS-PD-DD TO H1-RUN-DD.
            MOVE WS-PD-YY TO H1-RUN-YY.
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
                MOVE 'LABELPRT' TO PRM-CAMPAIGN-CODE.
            IF PRM-CONTACT-LIMIT IS NOT NUMERIC THEN
                MOVE ZERO TO PRM-CONTACT-LIMIT.
            IF PRM-PERIOD-FROM IS NOT NUMERIC THEN
                MOVE ZERO TO PRM-PERIOD-FROM.
            MOVE PRM-CAMPAIGN-CODE TO H3-CAMPAIGN-CODE.
            MOVE PRM-CONTACT-LIMIT TO H3-CONTACT-LIMIT.
            MOVE PRM-PERIOD-FROM   TO H3-PERIOD-FROM.

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

       B500-SELECT-RECORDS.
            OPEN INPUT OUTFILE.
            PERFORM B510-SELECT-ONE-RECORD UNTIL WS-OUT-EOF.
                          MOVE 'MAIL HELD   ' TO DTL-TAG
                          PERFORM B540-PRINT-EXCEPTION-LINE
                      ELSE
                          PERFORM B525-CHECK-CONTACT-LIMIT
                  ELSE
                      ADD 1 TO WS-EXCEPTION-COUNT
                      MOVE 'NO ADDRESS  ' TO DTL-TAG
                  INVALID KEY
                      CONTINUE.

       B525-CHECK-CONTACT-LIMIT.
            IF PRM-CONTACT-LIMIT > ZERO
               AND PERSON-ID OF OUTPUT-RECORD > ZERO
               AND WS-CONTACT-COUNT(PERSON-ID OF OUTPUT-RECORD)
                      NOT < PRM-CONTACT-LIMIT THEN
                ADD 1 TO WS-LIMITED-COUNT
                MOVE 'MAIL LIMIT  ' TO DTL-TAG
                PERFORM B540-PRINT-EXCEPTION-LINE
            ELSE
                PERFORM B530-RELEASE-SORT-RECORD.

       B530-RELEASE-SORT-RECORD.
            MOVE SPACES TO SRT-RECORD.
            MOVE ADR-POSTAL-CODE TO SRT-POSTAL-CODE.
            MOVE ADR-STREET      TO SRT-STREET.
            MOVE ADR-CITY        TO SRT-CITY.
            MOVE ADR-STATE       TO SRT-STATE.
            MOVE PERSON-ID   OF OUTPUT-RECORD TO SRT-PERSON-ID.
            RELEASE SRT-RECORD.

       B540-PRINT-EXCEPTION-LINE.
                AFTER ADVANCING PAGE.
            WRITE PRINT-LINE FROM WS-HEADING-LINE-2
                AFTER ADVANCING 1 LINE.
            WRITE PRINT-LINE FROM WS-HEADING-LINE-3
                AFTER ADVANCING 1 LINE.
            WRITE PRINT-LINE FROM SPACES
                AFTER ADVANCING 1 LINE.
            MOVE 4 TO WS-LINE-COUNT.

       C200-PRINT-TOTAL-LINE.
            WRITE PRINT-LINE FROM WS-TOTAL-LINE
              TO WS-LBL-LINE-3(WS-LABEL-SUB).
            ADD 1 TO WS-LABELS-PRINTED.
            ADD 1 TO WS-ZIP-PIECE-COUNT.
            PERFORM D250-WRITE-MAIL-HISTORY.
            IF WS-LABELS-PENDING = 3 THEN
                PERFORM D300-FLUSH-LABEL-ROW.

       D250-WRITE-MAIL-HISTORY.
            MOVE SPACES             TO MAILHIST-RECORD.
            MOVE PRM-CAMPAIGN-CODE  TO MHS-CAMPAIGN-CODE.
            MOVE WS-PROCESS-DATE-N  TO MHS-MAIL-DATE.
            MOVE SRT-PERSON-ID      TO MHS-PERSON-ID.
            MOVE SRT-STREET         TO MHS-STREET.
            MOVE SRT-CITY           TO MHS-CITY.
            MOVE SRT-STATE          TO MHS-STATE.
            MOVE SRT-POSTAL-CODE    TO MHS-POSTAL-CODE.
            MOVE 'L'                TO MHS-MAIL-SOURCE.
            WRITE MAILHIST-RECORD.
            ADD 1 TO WS-HISTORY-WRITTEN.

       D300-FLUSH-LABEL-ROW.
            IF WS-LABELS-PENDING > ZERO THEN
                PERFORM D310-WRITE-ROW-LINE-1
            MOVE 'ADDRESSES SUPPRESSED:         ' TO TOT-TEXT.
            MOVE WS-SUPPRESSED-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'SKIPPED - CONTACT LIMIT:      ' TO TOT-TEXT.
            MOVE WS-LIMITED-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'MAILING HISTORY WRITTEN:      ' TO TOT-TEXT.
            MOVE WS-HISTORY-WRITTEN TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.

       Z999-END-PROGRAM.
            IF WS-ADDR-OPEN THEN
                CLOSE ADDR-FILE.
            IF WS-MAILHIST-OPEN THEN
                CLOSE MAILHIST-FILE.
            CLOSE LBLFILE.
            CLOSE PRTFILE.
            DISPLAY 'LABELS PRINTED: ' WS-LABELS-PRINTED
                    '  ZIP GROUPS: ' WS-ZIP-GROUP-COUNT
                    '  EXCEPTIONS: ' WS-EXCEPTION-COUNT
                    '  SUPPRESSED: ' WS-SUPPRESSED-COUNT.
            DISPLAY 'CONTACT LIMIT SKIPS: ' WS-LIMITED-COUNT
                    '  HISTORY WRITTEN: ' WS-HISTORY-WRITTEN.
            DISPLAY 'LABELPRT EXECUTION ENDS'
            STOP RUN.
       END PROGRAM LABELPRT.
