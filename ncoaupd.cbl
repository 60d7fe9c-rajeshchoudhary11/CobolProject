----+-*A-1-B--+----2----+----3----+----4----+----5----+----6----+----
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCOAUPD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT NCOAFILE ASSIGN TO NCOAFILE SEQUENTIAL
                          FILE STATUS IS WS-NCOAFILE-FS.
          SELECT OUTFILE  ASSIGN TO OUTFILE
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY IS PERSON-ID OF OUTPUT-RECORD
                          ALTERNATE KEY IS LAST-NAME OF OUTPUT-RECORD
                          WITH DUPLICATES
                          FILE STATUS IS WS-OUTFILE-FS.
          SELECT ADDR-FILE ASSIGN TO ADDRFILE
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS ADR-PERSON-ID
                          FILE STATUS IS WS-ADDRFILE-FS.
          SELECT ADRHIST-FILE ASSIGN TO ADRHISTF SEQUENTIAL.
          SELECT AUDIT-FILE ASSIGN TO AUDITF SEQUENTIAL.
          SELECT STATE-FILE ASSIGN TO STATEF SEQUENTIAL
                          FILE STATUS IS WS-STATEF-FS.
          SELECT PRTFILE  ASSIGN TO PRTFILE SEQUENTIAL.
          SELECT PROCDATE-FILE ASSIGN TO PROCDATF SEQUENTIAL
                          FILE STATUS IS WS-PROCDATF-FS.
          SELECT MERGE-XREF-FILE ASSIGN TO MERGXRF SEQUENTIAL
                          FILE STATUS IS WS-MERGXRF-FS.


       DATA DIVISION.
       FILE SECTION.
       FD NCOAFILE.
       01 NCOA-RECORD                       PIC X(80).

       FD OUTFILE.
       01 OUTPUT-RECORD.
         02  PERSON-ID                      PIC 9(05).
         02  FILLER                         PIC X(01).
         02  NAME-TITLE                     PIC X(04).
         02  FILLER                         PIC X(01).
         02  FIRST-NAME                     PIC X(15).
         02  FILLER                         PIC X(01).
         02  MIDDLE-NAME                    PIC X(15).
         02  FILLER                         PIC X(01).
         02  LAST-NAME                      PIC X(15).
         02  FILLER                         PIC X(01).
         02  SUFFIX                         PIC X(04).
         02  FILLER                         PIC X(17).

       FD ADDR-FILE.
       01 ADDR-RECORD.
         02  ADR-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(01).
         02  ADR-STREET                     PIC X(20).
         02  FILLER                         PIC X(01).
         02  ADR-CITY                       PIC X(15).
         02  FILLER                         PIC X(01).
         02  ADR-STATE                      PIC X(02).
         02  FILLER                         PIC X(01).
         02  ADR-POSTAL-CODE                PIC X(09).
         02  FILLER                         PIC X(01).
         02  ADR-MAIL-STATUS                PIC X(01).
           88 ADR-MAIL-SUPPRESSED                      VALUE 'S'.
         02  FILLER                         PIC X(23).

       FD ADRHIST-FILE.
       01 ADRHIST-RECORD.
         02  AHR-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(01).
         02  AHR-REPLACED-DATE              PIC 9(08).
         02  FILLER                         PIC X(01).
         02  AHR-STREET                     PIC X(20).
         02  FILLER                         PIC X(01).
         02  AHR-CITY                       PIC X(15).
         02  FILLER                         PIC X(01).
         02  AHR-STATE                      PIC X(02).
         02  FILLER                         PIC X(01).
         02  AHR-POSTAL-CODE                PIC X(09).
         02  FILLER                         PIC X(16).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
         02  AUD-RUN-DATE                   PIC 9(08).
         02  FILLER                         PIC X(01).
         02  AUD-PROGRAM-NAME               PIC X(08).
         02  FILLER                         PIC X(01).
         02  AUD-ACTION-CODE                PIC X(02).
         02  FILLER                         PIC X(01).
         02  AUD-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(01).
         02  AUD-BEFORE-IMAGE               PIC X(80).
         02  FILLER                         PIC X(01).
         02  AUD-AFTER-IMAGE                PIC X(80).

       FD STATE-FILE.
       01 STATE-RECORD.
         02  STA-STATE-CODE                 PIC X(02).
         02  FILLER                         PIC X(78).

       FD PRTFILE.
       01 PRINT-LINE                        PIC X(132).

       FD PROCDATE-FILE.
       01 PROCDATE-RECORD.
         02  PRD-PROCESS-DATE               PIC 9(08).

       FD MERGE-XREF-FILE.
       01 MERGE-XREF-RECORD.
         02  MXR-RETIRED-ID                 PIC 9(05).
         02  FILLER                         PIC X(01).
         02  MXR-SURVIVOR-ID                PIC 9(05).
         02  FILLER                         PIC X(01).
         02  MXR-MERGE-DATE                 PIC 9(08).
         02  FILLER                         PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-NCOAFILE-FS                    PIC X(02) VALUE SPACES.
       01 WS-OUTFILE-FS                     PIC X(02) VALUE SPACES.
       01 WS-ADDRFILE-FS                    PIC X(02) VALUE SPACES.
       01 WS-STATEF-FS                      PIC X(02) VALUE SPACES.
       01 WS-MERGXRF-FS                     PIC X(02) VALUE SPACES.

       01 WS-NCOA-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-NCOA-EOF                              VALUE 'Y'.

       01 WS-NCOA-OPEN-SW                   PIC X(01) VALUE 'N'.
         88 WS-NCOA-OPEN                             VALUE 'Y'.

       01 WS-STATE-EOF-SW                   PIC X(01) VALUE 'N'.
         88 WS-STATE-EOF                             VALUE 'Y'.

       01 WS-MERGXRF-EOF-SW                 PIC X(01) VALUE 'N'.
         88 WS-MERGXRF-EOF                           VALUE 'Y'.

       01 WS-MERGE-END-SW                   PIC X(01) VALUE 'N'.
         88 WS-MERGE-END                             VALUE 'Y'.

       77 WS-TRANS-READ                     PIC 9(08) VALUE ZERO.
       77 WS-MOVED-COUNT                    PIC 9(08) VALUE ZERO.
       77 WS-HOLD-SET-COUNT                 PIC 9(08) VALUE ZERO.
       77 WS-ALREADY-COUNT                  PIC 9(08) VALUE ZERO.
       77 WS-HOLD-LIFTED-COUNT              PIC 9(08) VALUE ZERO.
       77 WS-CORRECTED-COUNT                PIC 9(08) VALUE ZERO.
       77 WS-NO-MATCH-COUNT                 PIC 9(08) VALUE ZERO.
       77 WS-REJECTED-COUNT                 PIC 9(08) VALUE ZERO.
       77 WS-REDIRECTED-COUNT               PIC 9(08) VALUE ZERO.
       77 WS-ADDR-HIST-COUNT                PIC 9(08) VALUE ZERO.
       77 WS-STATE-COUNT                    PIC 9(03) VALUE ZERO.
       77 WS-MERGE-COUNT                    PIC 9(05) VALUE ZERO.
       77 WS-MERGE-HOPS                     PIC 9(03) VALUE ZERO.
       77 WS-RESOLVE-ID                     PIC 9(05) VALUE ZERO.

       01 WS-STATE-TABLE.
         02  WS-STATE-ENTRY OCCURS 1 TO 100 TIMES
                      DEPENDING ON WS-STATE-COUNT
                      INDEXED BY WS-STATE-IDX.
           03  WS-STA-CODE                  PIC X(02).

       01 WS-MERGE-TABLE.
         02  WS-MERGE-ENTRY OCCURS 1 TO 5000 TIMES
                      DEPENDING ON WS-MERGE-COUNT
                      INDEXED BY WS-MERGE-IDX.
           03  WS-MXT-RETIRED-ID            PIC 9(05).
           03  WS-MXT-SURVIVOR-ID           PIC 9(05).

       01 WS-NCOA-TRAN.
         02  NCO-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(01).
         02  NCO-ACTION                     PIC X(01).
           88 NCO-FORWARDED                            VALUE 'M'.
           88 NCO-NO-FORWARD                           VALUE 'N'.
           88 NCO-CORRECTED                            VALUE 'C'.
         02  FILLER                         PIC X(01).
         02  NCO-STREET                     PIC X(20).
         02  FILLER                         PIC X(01).
         02  NCO-CITY                       PIC X(15).
         02  FILLER                         PIC X(01).
         02  NCO-STATE                      PIC X(02).
         02  FILLER                         PIC X(01).
         02  NCO-POSTAL-CODE                PIC X(09).
         02  FILLER                         PIC X(23).

       01 WS-REJ-REASON-BAD-ADDRESS         PIC X(02) VALUE '04'.
       01 WS-REJ-REASON-BAD-STATE           PIC X(02) VALUE '05'.
       01 WS-REJ-REASON-BAD-POSTAL          PIC X(02) VALUE '06'.

       01 WS-ADDR-REJ-REASON                PIC X(02) VALUE SPACES.

       01 WS-AUD-ACTION-MOVE                PIC X(02) VALUE 'NM'.
       01 WS-AUD-ACTION-HOLD                PIC X(02) VALUE 'NS'.
       01 WS-AUD-ACTION-CORRECT             PIC X(02) VALUE 'NC'.

       01 WS-ADDR-BEFORE-IMAGE              PIC X(80) VALUE SPACES.

       01 WS-AUDIT-WORK.
         02  WS-AUDIT-ACTION                PIC X(02).
         02  WS-AUDIT-PERSON-ID             PIC 9(05).
         02  WS-AUDIT-BEFORE                PIC X(80).
         02  WS-AUDIT-AFTER                 PIC X(80).

       77 WS-LINE-COUNT                     PIC 9(03) VALUE ZERO.
       77 WS-PAGE-COUNT                     PIC 9(03) VALUE ZERO.
       77 WS-MAX-LINES-PER-PAGE             PIC 9(03) VALUE 55.

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

       01 WS-HEADING-LINE-1.
         02  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
         02  H1-RUN-MM                      PIC 9(02).
         02  FILLER                         PIC X(01) VALUE '/'.
         02  H1-RUN-DD                      PIC 9(02).
         02  FILLER                         PIC X(01) VALUE '/'.
         02  H1-RUN-YY                      PIC 9(02).
         02  FILLER                         PIC X(20) VALUE SPACES.
         02  FILLER                   PIC X(12) VALUE 'PAGE NUMBER:'.
         02  H1-PAGE-NO                     PIC ZZ9.
         02  FILLER                         PIC X(75) VALUE SPACES.

       01 WS-HEADING-LINE-2.
         02  FILLER       PIC X(40) VALUE
             'POSTAL CHANGE-OF-ADDRESS UPDATE'.
         02  FILLER                         PIC X(92) VALUE SPACES.

       01 WS-DETAIL-LINE.
         02  DTL-TAG                        PIC X(12).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-LAST-NAME                  PIC X(15).
         02  FILLER                         PIC X(01) VALUE SPACE.
         02  DTL-FIRST-NAME                 PIC X(15).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-STREET                     PIC X(20).
         02  FILLER                         PIC X(01) VALUE SPACE.
         02  DTL-CITY                       PIC X(15).
         02  FILLER                         PIC X(02) VALUE ', '.
         02  DTL-STATE                      PIC X(02).
         02  FILLER                         PIC X(01) VALUE SPACE.
         02  DTL-POSTAL-CODE                PIC X(09).
         02  FILLER                         PIC X(28) VALUE SPACES.

       01 WS-TOTAL-LINE.
         02  TOT-TEXT                       PIC X(30).
         02  TOT-COUNT                      PIC ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-MAIN-PROCEDURE.
            DISPLAY "EXECUTING NCOAUPD"
            PERFORM B000-OPEN-FILES.
            PERFORM B900-READ-NEXT-TRAN.
            PERFORM D000-PROCESS-ONE-TRAN UNTIL WS-NCOA-EOF.
            PERFORM Z999-END-PROGRAM.

       B000-OPEN-FILES.
            OPEN OUTPUT PRTFILE.
            OPEN INPUT NCOAFILE.
            IF WS-NCOAFILE-FS = '00' THEN
                SET WS-NCOA-OPEN TO TRUE
            ELSE
                SET WS-NCOA-EOF TO TRUE
                DISPLAY 'NO CHANGE-OF-ADDRESS FILE, STATUS: '
                        WS-NCOAFILE-FS.
            OPEN I-O ADDR-FILE.
            IF WS-ADDRFILE-FS NOT = '00' THEN
                DISPLAY '*** ADDRFILE OPEN ERROR, FILE STATUS: '
                        WS-ADDRFILE-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            OPEN INPUT OUTFILE.
            IF WS-OUTFILE-FS NOT = '00' THEN
                DISPLAY '*** OUTFILE OPEN ERROR, FILE STATUS: '
                        WS-OUTFILE-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            OPEN EXTEND AUDIT-FILE.
            OPEN EXTEND ADRHIST-FILE.
            PERFORM B050-GET-PROCESS-DATE.
            PERFORM B300-LOAD-MERGE-TABLE.
            PERFORM B350-LOAD-STATE-TABLE.
            MOVE WS-PD-MM TO H1-RUN-MM.
            MOVE WS-PD-DD TO H1-RUN-DD.
            MOVE WS-PD-YY TO H1-RUN-YY.
            PERFORM C000-PRINT-HEADINGS.

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

       B300-LOAD-MERGE-TABLE.
            OPEN INPUT MERGE-XREF-FILE.
            IF WS-MERGXRF-FS = '00' THEN
                PERFORM B310-LOAD-ONE-MERGE-ENTRY
                  UNTIL WS-MERGXRF-EOF
                     OR WS-MERGE-COUNT = 5000
                IF WS-MERGE-COUNT = 5000
                   AND NOT WS-MERGXRF-EOF THEN
                    READ MERGE-XREF-FILE
                      AT END
                          SET WS-MERGXRF-EOF TO TRUE
                CLOSE MERGE-XREF-FILE
            ELSE
                SET WS-MERGXRF-EOF TO TRUE
                DISPLAY 'NO MERGE CROSS-REFERENCE FILE, STATUS: '
                        WS-MERGXRF-FS ' - IDS NOT REDIRECTED'.
            IF NOT WS-MERGXRF-EOF THEN
                DISPLAY '*** MERGE CROSS-REFERENCE EXCEEDS TABLE '
                        'CAPACITY OF 5000 -- RUN ABANDONED ***'
                MOVE 8 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.

       B310-LOAD-ONE-MERGE-ENTRY.
            READ MERGE-XREF-FILE
              AT END
                  SET WS-MERGXRF-EOF TO TRUE
              NOT AT END
                  IF MXR-RETIRED-ID IS NUMERIC
                     AND MXR-SURVIVOR-ID IS NUMERIC THEN
                      ADD 1 TO WS-MERGE-COUNT
                      MOVE MXR-RETIRED-ID
                        TO WS-MXT-RETIRED-ID(WS-MERGE-COUNT)
                      MOVE MXR-SURVIVOR-ID
                        TO WS-MXT-SURVIVOR-ID(WS-MERGE-COUNT).

       B350-LOAD-STATE-TABLE.
            OPEN INPUT STATE-FILE.
            IF WS-STATEF-FS = '00' THEN
                PERFORM B360-LOAD-ONE-STATE-CODE
                  UNTIL WS-STATE-EOF
                     OR WS-STATE-COUNT = 100
                CLOSE STATE-FILE
                DISPLAY 'STATE CODES LOADED: ' WS-STATE-COUNT
            ELSE
                DISPLAY 'NO STATE CODE FILE, STATUS: ' WS-STATEF-FS
                        ' - STATE CHECK BYPASSED'.

       B360-LOAD-ONE-STATE-CODE.
            READ STATE-FILE INTO STATE-RECORD
              AT END
                  SET WS-STATE-EOF TO TRUE
              NOT AT END
                  IF STA-STATE-CODE NOT = SPACES THEN
                      ADD 1 TO WS-STATE-COUNT
                      MOVE STA-STATE-CODE
                        TO WS-STA-CODE(WS-STATE-COUNT).

       B900-READ-NEXT-TRAN.
            IF WS-NCOA-EOF THEN
                CONTINUE
            ELSE
                READ NCOAFILE INTO WS-NCOA-TRAN
                  AT END
                      SET WS-NCOA-EOF TO TRUE
                  NOT AT END
                      ADD 1 TO WS-TRANS-READ.

       C000-PRINT-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
            WRITE PRINT-LINE FROM WS-HEADING-LINE-1
                AFTER ADVANCING PAGE.
            WRITE PRINT-LINE FROM WS-HEADING-LINE-2
                AFTER ADVANCING 1 LINE.
            WRITE PRINT-LINE FROM SPACES
                AFTER ADVANCING 1 LINE.
            MOVE 3 TO WS-LINE-COUNT.

       C100-PRINT-DETAIL-LINE.
            WRITE PRINT-LINE FROM WS-DETAIL-LINE
                AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-LINE-COUNT.
            IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE THEN
                PERFORM C000-PRINT-HEADINGS.

       C200-PRINT-TOTAL-LINE.
            WRITE PRINT-LINE FROM WS-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-LINE-COUNT.
            IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE THEN
                PERFORM C000-PRINT-HEADINGS.

       C300-FILL-NAME-FIELDS.
            MOVE '99' TO WS-OUTFILE-FS.
            MOVE ADR-PERSON-ID TO PERSON-ID OF OUTPUT-RECORD.
            READ OUTFILE
              INVALID KEY
                  CONTINUE.
            IF WS-OUTFILE-FS = '00' THEN
                MOVE LAST-NAME  OF OUTPUT-RECORD TO DTL-LAST-NAME
                MOVE FIRST-NAME OF OUTPUT-RECORD TO DTL-FIRST-NAME
            ELSE
                MOVE '*NO PERSON*'  TO DTL-LAST-NAME
                MOVE SPACES         TO DTL-FIRST-NAME.

       C400-PRINT-TRAN-LINE.
            MOVE NCO-PERSON-ID   TO DTL-PERSON-ID.
            MOVE SPACES          TO DTL-LAST-NAME.
            MOVE SPACES          TO DTL-FIRST-NAME.
            MOVE NCO-STREET      TO DTL-STREET.
            MOVE NCO-CITY        TO DTL-CITY.
            MOVE NCO-STATE       TO DTL-STATE.
            MOVE NCO-POSTAL-CODE TO DTL-POSTAL-CODE.
            PERFORM C100-PRINT-DETAIL-LINE.

       C500-PRINT-ADDRESS-LINE.
            MOVE ADR-PERSON-ID   TO DTL-PERSON-ID.
            MOVE ADR-STREET      TO DTL-STREET.
            MOVE ADR-CITY        TO DTL-CITY.
            MOVE ADR-STATE       TO DTL-STATE.
            MOVE ADR-POSTAL-CODE TO DTL-POSTAL-CODE.
            PERFORM C300-FILL-NAME-FIELDS.
            PERFORM C100-PRINT-DETAIL-LINE.

       D000-PROCESS-ONE-TRAN.
            IF NCO-PERSON-ID IS NOT NUMERIC THEN
                ADD 1 TO WS-REJECTED-COUNT
                MOVE 'BAD ID      ' TO DTL-TAG
                PERFORM C400-PRINT-TRAN-LINE
            ELSE
                IF NOT NCO-FORWARDED
                   AND NOT NCO-NO-FORWARD
                   AND NOT NCO-CORRECTED THEN
                    ADD 1 TO WS-REJECTED-COUNT
                    MOVE 'BAD ACTION  ' TO DTL-TAG
                    PERFORM C400-PRINT-TRAN-LINE
                ELSE
                    IF WS-MERGE-COUNT > ZERO THEN
                        PERFORM D050-REDIRECT-MERGED-ID
                        PERFORM D100-MATCH-ADDRESS
                    ELSE
                        PERFORM D100-MATCH-ADDRESS.
            PERFORM B900-READ-NEXT-TRAN.

       D050-REDIRECT-MERGED-ID.
            MOVE NCO-PERSON-ID TO WS-RESOLVE-ID.
            MOVE 'N' TO WS-MERGE-END-SW.
            MOVE ZERO TO WS-MERGE-HOPS.
            PERFORM D060-FOLLOW-ONE-MERGE
              UNTIL WS-MERGE-END
                 OR WS-MERGE-HOPS > 50.
            IF WS-RESOLVE-ID NOT = NCO-PERSON-ID THEN
                ADD 1 TO WS-REDIRECTED-COUNT
                MOVE 'MERGED ID   ' TO DTL-TAG
                PERFORM C400-PRINT-TRAN-LINE
                MOVE WS-RESOLVE-ID TO NCO-PERSON-ID.

       D060-FOLLOW-ONE-MERGE.
            SET WS-MERGE-IDX TO 1.
            SEARCH WS-MERGE-ENTRY
              AT END
                  SET WS-MERGE-END TO TRUE
              WHEN WS-MXT-RETIRED-ID(WS-MERGE-IDX) = WS-RESOLVE-ID
                  MOVE WS-MXT-SURVIVOR-ID(WS-MERGE-IDX)
                    TO WS-RESOLVE-ID
                  ADD 1 TO WS-MERGE-HOPS.

       D100-MATCH-ADDRESS.
            MOVE '99' TO WS-ADDRFILE-FS.
            MOVE NCO-PERSON-ID TO ADR-PERSON-ID.
            READ ADDR-FILE
              INVALID KEY
                  CONTINUE.
            IF WS-ADDRFILE-FS NOT = '00' THEN
                ADD 1 TO WS-NO-MATCH-COUNT
                MOVE 'NO MATCH    ' TO DTL-TAG
                PERFORM C400-PRINT-TRAN-LINE
            ELSE
                MOVE ADDR-RECORD TO WS-ADDR-BEFORE-IMAGE
                IF NCO-NO-FORWARD THEN
                    PERFORM D200-SET-HOLD
                ELSE
                    PERFORM D300-REPLACE-ADDRESS.

       D200-SET-HOLD.
            IF ADR-MAIL-SUPPRESSED THEN
                ADD 1 TO WS-ALREADY-COUNT
                MOVE 'ALREADY HELD' TO DTL-TAG
                PERFORM C500-PRINT-ADDRESS-LINE
            ELSE
                MOVE 'S' TO ADR-MAIL-STATUS
                REWRITE ADDR-RECORD
                IF WS-ADDRFILE-FS = '00' THEN
                    ADD 1 TO WS-HOLD-SET-COUNT
                    MOVE WS-AUD-ACTION-HOLD TO WS-AUDIT-ACTION
                    PERFORM D500-AUDIT-ADDRESS
                    MOVE 'HOLD SET    ' TO DTL-TAG
                    PERFORM C500-PRINT-ADDRESS-LINE
                ELSE
                    DISPLAY '*** ADDRFILE REWRITE ERROR, '
                            'FILE STATUS: ' WS-ADDRFILE-FS
                    MOVE 16 TO RETURN-CODE
                    PERFORM Z999-END-PROGRAM.

       D300-REPLACE-ADDRESS.
            PERFORM D310-VALIDATE-ADDRESS.
            IF WS-ADDR-REJ-REASON NOT = SPACES THEN
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM D340-PRINT-REJECTED-ENTRY
            ELSE
                PERFORM D400-WRITE-ADDRESS-HISTORY
                IF NCO-FORWARDED THEN
                    ADD 1 TO WS-MOVED-COUNT
                    MOVE WS-AUD-ACTION-MOVE TO WS-AUDIT-ACTION
                    MOVE 'MOVED       ' TO DTL-TAG
                ELSE
                    MOVE WS-AUD-ACTION-CORRECT TO WS-AUDIT-ACTION
                    IF ADR-MAIL-SUPPRESSED THEN
                        ADD 1 TO WS-HOLD-LIFTED-COUNT
                        MOVE 'HOLD LIFTED ' TO DTL-TAG
                    ELSE
                        ADD 1 TO WS-CORRECTED-COUNT
                        MOVE 'CORRECTED   ' TO DTL-TAG.
            IF WS-ADDR-REJ-REASON = SPACES THEN
                MOVE NCO-STREET      TO ADR-STREET
                MOVE NCO-CITY        TO ADR-CITY
                MOVE NCO-STATE       TO ADR-STATE
                MOVE NCO-POSTAL-CODE TO ADR-POSTAL-CODE
                MOVE SPACE           TO ADR-MAIL-STATUS
                PERFORM D350-REWRITE-ADDRESS.

       D310-VALIDATE-ADDRESS.
            MOVE SPACES TO WS-ADDR-REJ-REASON.
            IF NCO-STREET = SPACES
               OR NCO-CITY = SPACES THEN
                MOVE WS-REJ-REASON-BAD-ADDRESS
                  TO WS-ADDR-REJ-REASON
            ELSE
                PERFORM D320-CHECK-STATE-CODE
                IF WS-ADDR-REJ-REASON = SPACES THEN
                    PERFORM D330-CHECK-POSTAL-CODE.

       D320-CHECK-STATE-CODE.
            IF WS-STATE-COUNT > ZERO THEN
                SET WS-STATE-IDX TO 1
                SEARCH WS-STATE-ENTRY
                  AT END
                      MOVE WS-REJ-REASON-BAD-STATE
                        TO WS-ADDR-REJ-REASON
                  WHEN WS-STA-CODE(WS-STATE-IDX) = NCO-STATE
                      CONTINUE.

       D330-CHECK-POSTAL-CODE.
            IF NCO-POSTAL-CODE(1:5) IS NOT NUMERIC
               OR NCO-POSTAL-CODE(1:5) = '00000' THEN
                MOVE WS-REJ-REASON-BAD-POSTAL
                  TO WS-ADDR-REJ-REASON
            ELSE
                IF NCO-POSTAL-CODE(6:4) NOT = SPACES
                   AND NCO-POSTAL-CODE(6:4) IS NOT NUMERIC THEN
                    MOVE WS-REJ-REASON-BAD-POSTAL
                      TO WS-ADDR-REJ-REASON.

       D340-PRINT-REJECTED-ENTRY.
            MOVE 'BAD ADDRESS ' TO DTL-TAG.
            IF WS-ADDR-REJ-REASON = WS-REJ-REASON-BAD-STATE THEN
                MOVE 'BAD STATE   ' TO DTL-TAG.
            IF WS-ADDR-REJ-REASON = WS-REJ-REASON-BAD-POSTAL THEN
                MOVE 'BAD POSTAL  ' TO DTL-TAG.
            PERFORM C400-PRINT-TRAN-LINE.

       D350-REWRITE-ADDRESS.
            REWRITE ADDR-RECORD.
            IF WS-ADDRFILE-FS = '00' THEN
                PERFORM D500-AUDIT-ADDRESS
                PERFORM C500-PRINT-ADDRESS-LINE
            ELSE
                DISPLAY '*** ADDRFILE REWRITE ERROR, '
                        'FILE STATUS: ' WS-ADDRFILE-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.

       D400-WRITE-ADDRESS-HISTORY.
            MOVE SPACES             TO ADRHIST-RECORD.
            MOVE ADR-PERSON-ID      TO AHR-PERSON-ID.
            MOVE WS-PROCESS-DATE-N  TO AHR-REPLACED-DATE.
            MOVE ADR-STREET         TO AHR-STREET.
            MOVE ADR-CITY           TO AHR-CITY.
            MOVE ADR-STATE          TO AHR-STATE.
            MOVE ADR-POSTAL-CODE    TO AHR-POSTAL-CODE.
            WRITE ADRHIST-RECORD.
            ADD 1 TO WS-ADDR-HIST-COUNT.

       D500-AUDIT-ADDRESS.
            MOVE ADR-PERSON-ID        TO WS-AUDIT-PERSON-ID.
            MOVE WS-ADDR-BEFORE-IMAGE TO WS-AUDIT-BEFORE.
            MOVE ADDR-RECORD          TO WS-AUDIT-AFTER.
            PERFORM E100-WRITE-AUDIT-RECORD.

       E100-WRITE-AUDIT-RECORD.
            MOVE SPACES              TO AUDIT-RECORD.
            MOVE WS-PROCESS-DATE-N   TO AUD-RUN-DATE.
            MOVE 'NCOAUPD '          TO AUD-PROGRAM-NAME.
            MOVE WS-AUDIT-ACTION     TO AUD-ACTION-CODE.
            MOVE WS-AUDIT-PERSON-ID  TO AUD-PERSON-ID.
            MOVE WS-AUDIT-BEFORE     TO AUD-BEFORE-IMAGE.
            MOVE WS-AUDIT-AFTER      TO AUD-AFTER-IMAGE.
            WRITE AUDIT-RECORD.

       Z999-END-PROGRAM.
            WRITE PRINT-LINE FROM SPACES
                AFTER ADVANCING 1 LINE.
            MOVE 'CHANGE-OF-ADDRESS ENTRIES:    ' TO TOT-TEXT.
            MOVE WS-TRANS-READ TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'MOVES APPLIED:                ' TO TOT-TEXT.
            MOVE WS-MOVED-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'HOLDS SET:                    ' TO TOT-TEXT.
            MOVE WS-HOLD-SET-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'ALREADY HELD:                 ' TO TOT-TEXT.
            MOVE WS-ALREADY-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'HOLDS LIFTED:                 ' TO TOT-TEXT.
            MOVE WS-HOLD-LIFTED-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'CORRECTIONS, NO HOLD:         ' TO TOT-TEXT.
            MOVE WS-CORRECTED-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'ENTRIES REDIRECTED BY MERGE:  ' TO TOT-TEXT.
            MOVE WS-REDIRECTED-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'ENTRIES MATCHING NO ONE:      ' TO TOT-TEXT.
            MOVE WS-NO-MATCH-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'ENTRIES REJECTED:             ' TO TOT-TEXT.
            MOVE WS-REJECTED-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'ADDRESS HISTORY WRITTEN:      ' TO TOT-TEXT.
            MOVE WS-ADDR-HIST-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            IF WS-NCOA-OPEN THEN
                CLOSE NCOAFILE.
            CLOSE ADDR-FILE.
            CLOSE OUTFILE.
            CLOSE AUDIT-FILE.
            CLOSE ADRHIST-FILE.
            CLOSE PRTFILE.
            DISPLAY 'ENTRIES READ: ' WS-TRANS-READ
                    '  MOVED: ' WS-MOVED-COUNT
                    '  HOLDS SET: ' WS-HOLD-SET-COUNT
                    '  HOLDS LIFTED: ' WS-HOLD-LIFTED-COUNT.
            DISPLAY 'NO MATCH: ' WS-NO-MATCH-COUNT
                    '  REJECTED: ' WS-REJECTED-COUNT.
            DISPLAY 'NCOAUPD EXECUTION ENDS'
            STOP RUN.
       END PROGRAM NCOAUPD.
