----+-*A-1-B--+----2----+----3----+----4----+----5----+----6----+----
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSMRG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OUTFILE  ASSIGN TO OUTFILE
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS PERSON-ID OF OUTPUT-RECORD
                          ALTERNATE KEY IS LAST-NAME OF OUTPUT-RECORD
                          WITH DUPLICATES
                          FILE STATUS IS WS-OUTFILE-FS.
          SELECT ADDR-FILE ASSIGN TO ADDRFILE
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS ADR-PERSON-ID
                          FILE STATUS IS WS-ADDRFILE-FS.
          SELECT ADRHIST-FILE ASSIGN TO ADRHISTF SEQUENTIAL
                          FILE STATUS IS WS-ADRHIST-FS.
          SELECT ADRHIST-GEN-FILE ASSIGN TO AHSGEN
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS HGN-KEY
                          FILE STATUS IS WS-AHSGEN-FS.
          SELECT MAILHIST-FILE ASSIGN TO MAILHIST SEQUENTIAL
                          FILE STATUS IS WS-MAILHIST-FS.
          SELECT MERGE-XREF-FILE ASSIGN TO MERGXRF SEQUENTIAL
                          FILE STATUS IS WS-MERGXRF-FS.
          SELECT TRANFILE ASSIGN TO TRANFILE SEQUENTIAL.
          SELECT PRTFILE  ASSIGN TO PRTFILE SEQUENTIAL.
          SELECT AUDIT-FILE ASSIGN TO AUDITF SEQUENTIAL.
          SELECT PROCDATE-FILE ASSIGN TO PROCDATF SEQUENTIAL
                          FILE STATUS IS WS-PROCDATF-FS.
          SELECT LOCK-FILE ASSIGN TO LOCKF SEQUENTIAL
                          FILE STATUS IS WS-LOCKF-FS.


       DATA DIVISION.
       FILE SECTION.
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
         02  FILLER                         PIC X(01).
         02  LAST-ACTIVITY-DATE             PIC 9(08).
         02  FILLER                         PIC X(08).

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

       FD ADRHIST-GEN-FILE.
       01 ADRHIST-GEN-RECORD.
         02  HGN-KEY.
           03  HGN-GEN-NO                   PIC 9(04).
           03  HGN-SEQ-NO                   PIC 9(08).
         02  FILLER                         PIC X(01).
         02  HGN-HISTORY-ENTRY.
           03  HGN-PERSON-ID                PIC 9(05).
           03  FILLER                       PIC X(01).
           03  HGN-REPLACED-DATE            PIC 9(08).
           03  FILLER                       PIC X(01).
           03  HGN-STREET                   PIC X(20).
           03  FILLER                       PIC X(01).
           03  HGN-CITY                     PIC X(15).
           03  FILLER                       PIC X(01).
           03  HGN-STATE                    PIC X(02).
           03  FILLER                       PIC X(01).
           03  HGN-POSTAL-CODE              PIC X(09).
           03  FILLER                       PIC X(16).

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

       FD MERGE-XREF-FILE.
       01 MERGE-XREF-RECORD.
         02  MXR-RETIRED-ID                 PIC 9(05).
         02  FILLER                         PIC X(01).
         02  MXR-SURVIVOR-ID                PIC 9(05).
         02  FILLER                         PIC X(01).
         02  MXR-MERGE-DATE                 PIC 9(08).
         02  FILLER                         PIC X(60).

       FD TRANFILE.
       01 TRAN-RECORD                       PIC X(80).

       FD PRTFILE.
       01 PRINT-LINE                        PIC X(132).

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

       FD PROCDATE-FILE.
       01 PROCDATE-RECORD.
         02  PRD-PROCESS-DATE               PIC 9(08).

       FD LOCK-FILE.
       01 LOCK-RECORD.
         02  LCK-STATUS                     PIC X(01).
         02  FILLER                         PIC X(01).
         02  LCK-PROGRAM-NAME               PIC X(08).
         02  FILLER                         PIC X(01).
         02  LCK-LOCK-DATE                  PIC 9(08).
         02  FILLER                         PIC X(01).
         02  LCK-LOCK-TIME                  PIC 9(08).
         02  FILLER                         PIC X(52).

       WORKING-STORAGE SECTION.
       01 WS-LOCKF-FS                       PIC X(02) VALUE SPACES.

       01 WS-LOCK-OWNED-SW                  PIC X(01) VALUE 'N'.
         88 WS-LOCK-OWNED                            VALUE 'Y'.

       01 WS-LOCK-WORK.
         02  WLK-STATUS                     PIC X(01).
           88 WLK-IS-HELD                              VALUE 'H'.
         02  FILLER                         PIC X(01).
         02  WLK-PROGRAM-NAME               PIC X(08).
         02  FILLER                         PIC X(01).
         02  WLK-LOCK-DATE                  PIC 9(08).
         02  FILLER                         PIC X(01).
         02  WLK-LOCK-TIME                  PIC 9(08).
         02  FILLER                         PIC X(52).

       01 WS-LOCK-SYS-DATE.
         02  WS-LSD-YY                      PIC 9(02).
         02  WS-LSD-MM                      PIC 9(02).
         02  WS-LSD-DD                      PIC 9(02).

       01 WS-LOCK-DATE.
         02  WS-LKD-CC                      PIC 9(02) VALUE 20.
         02  WS-LKD-YYMMDD                  PIC 9(06) VALUE ZERO.
       01 WS-LOCK-DATE-N REDEFINES WS-LOCK-DATE
                                            PIC 9(08).

       77 WS-LOCK-TIME-NOW                  PIC 9(08) VALUE ZERO.

       01 WS-OUTFILE-FS                     PIC X(02) VALUE SPACES.
       01 WS-ADDRFILE-FS                    PIC X(02) VALUE SPACES.
       01 WS-ADRHIST-FS                     PIC X(02) VALUE SPACES.
       01 WS-AHSGEN-FS                      PIC X(02) VALUE SPACES.
       01 WS-MAILHIST-FS                    PIC X(02) VALUE SPACES.
       01 WS-MERGXRF-FS                     PIC X(02) VALUE SPACES.
       01 WS-PROCDATF-FS                    PIC X(02) VALUE SPACES.

       01 WS-PROCDATE-SW                    PIC X(01) VALUE 'N'.
         88 WS-PROCDATE-SET                          VALUE 'Y'.

       01 WS-FILES-OPEN-SW                  PIC X(01) VALUE 'N'.
         88 WS-FILES-OPEN                            VALUE 'Y'.

       01 WS-TRAN-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-TRAN-EOF                              VALUE 'Y'.

       01 WS-MERGXRF-EOF-SW                 PIC X(01) VALUE 'N'.
         88 WS-MERGXRF-EOF                           VALUE 'Y'.

       01 WS-HIST-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-HIST-EOF                              VALUE 'Y'.

       01 WS-AHSGEN-SW                      PIC X(01) VALUE 'N'.
         88 WS-AHSGEN-PRESENT                        VALUE 'Y'.

       01 WS-AHSGEN-EOF-SW                  PIC X(01) VALUE 'N'.
         88 WS-AHSGEN-EOF                            VALUE 'Y'.

       01 WS-MAILHIST-SW                    PIC X(01) VALUE 'N'.
         88 WS-MAILHIST-PRESENT                      VALUE 'Y'.

       01 WS-MAILHIST-EOF-SW                PIC X(01) VALUE 'N'.
         88 WS-MAILHIST-EOF                          VALUE 'Y'.

       01 WS-MERGE-END-SW                   PIC X(01) VALUE 'N'.
         88 WS-MERGE-END                             VALUE 'Y'.

       01 WS-PERSONS-OK-SW                  PIC X(01) VALUE 'N'.
         88 WS-PERSONS-OK                            VALUE 'Y'.

       01 WS-RETIRED-ADDR-SW                PIC X(01) VALUE 'N'.
         88 WS-RETIRED-HAS-ADDR                      VALUE 'Y'.

       01 WS-SURVIVOR-ADDR-SW               PIC X(01) VALUE 'N'.
         88 WS-SURVIVOR-HAS-ADDR                     VALUE 'Y'.

       01 WS-TAKE-ADDR-SW                   PIC X(01) VALUE 'N'.
         88 WS-TAKE-RETIRED-ADDR                     VALUE 'Y'.

       77 WS-TRANS-READ                     PIC 9(08) VALUE ZERO.
       77 WS-MERGES-APPLIED                 PIC 9(08) VALUE ZERO.
       77 WS-FAILED-COUNT                   PIC 9(08) VALUE ZERO.
       77 WS-ADDRS-TAKEN                    PIC 9(08) VALUE ZERO.
       77 WS-ADDRS-KEPT                     PIC 9(08) VALUE ZERO.
       77 WS-ADDRS-REMOVED                  PIC 9(08) VALUE ZERO.
       77 WS-HIST-WRITTEN                   PIC 9(08) VALUE ZERO.
       77 WS-HIST-READ                      PIC 9(08) VALUE ZERO.
       77 WS-HIST-REKEYED                   PIC 9(08) VALUE ZERO.
       77 WS-GEN-HIST-READ                  PIC 9(08) VALUE ZERO.
       77 WS-GEN-HIST-REKEYED               PIC 9(08) VALUE ZERO.
       77 WS-MAIL-HIST-READ                 PIC 9(08) VALUE ZERO.
       77 WS-MAIL-HIST-REKEYED              PIC 9(08) VALUE ZERO.
       77 WS-MERGE-COUNT                    PIC 9(05) VALUE ZERO.
       77 WS-MERGE-HOPS                     PIC 9(03) VALUE ZERO.
       77 WS-RESOLVE-ID                     PIC 9(05) VALUE ZERO.

       01 WS-AUD-ACTION-MERGE-SURVIVOR      PIC X(02) VALUE 'MS'.
       01 WS-AUD-ACTION-MERGE-RETIRE        PIC X(02) VALUE 'MR'.
       01 WS-AUD-ACTION-MERGE-ADDRESS       PIC X(02) VALUE 'MA'.
       01 WS-AUD-ACTION-MERGE-HISTORY       PIC X(02) VALUE 'MH'.
       01 WS-AUD-ACTION-MERGE-MAILING       PIC X(02) VALUE 'MM'.

       01 WS-AUDIT-WORK.
         02  WS-AUDIT-ACTION                PIC X(02).
         02  WS-AUDIT-PERSON-ID             PIC 9(05).
         02  WS-AUDIT-BEFORE                PIC X(80).
         02  WS-AUDIT-AFTER                 PIC X(80).

       01 WS-PROCESS-DATE.
         02  WS-PD-CC                       PIC 9(02) VALUE 20.
         02  WS-PD-YY                       PIC 9(02) VALUE ZERO.
         02  WS-PD-MM                       PIC 9(02) VALUE ZERO.
         02  WS-PD-DD                       PIC 9(02) VALUE ZERO.
       01 WS-PROCESS-DATE-N REDEFINES WS-PROCESS-DATE
                                            PIC 9(08).

       01 WS-MERGE-TRAN.
         02  MRG-SURVIVOR-ID                PIC 9(05).
         02  FILLER                         PIC X(01).
         02  MRG-RETIRED-ID                 PIC 9(05).
         02  FILLER                         PIC X(01).
         02  MRG-ADDRESS-CHOICE             PIC X(01).
           88 MRG-CHOICE-BY-RULE                       VALUE SPACE.
           88 MRG-TAKE-RETIRED                         VALUE 'R'.
           88 MRG-KEEP-SURVIVOR                        VALUE 'S'.
         02  FILLER                         PIC X(67).

       01 WS-RETIRED-PERSON.
         02  RTP-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(01).
         02  RTP-NAME-TITLE                 PIC X(04).
         02  FILLER                         PIC X(01).
         02  RTP-FIRST-NAME                 PIC X(15).
         02  FILLER                         PIC X(01).
         02  RTP-MIDDLE-NAME                PIC X(15).
         02  FILLER                         PIC X(01).
         02  RTP-LAST-NAME                  PIC X(15).
         02  FILLER                         PIC X(01).
         02  RTP-SUFFIX                     PIC X(04).
         02  FILLER                         PIC X(01).
         02  RTP-LAST-ACTIVITY-DATE         PIC 9(08).
         02  FILLER                         PIC X(08).

       01 WS-SURVIVOR-IMAGE                 PIC X(80) VALUE SPACES.

       01 WS-RETIRED-ADDR.
         02  RAD-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(01).
         02  RAD-STREET                     PIC X(20).
         02  FILLER                         PIC X(01).
         02  RAD-CITY                       PIC X(15).
         02  FILLER                         PIC X(01).
         02  RAD-STATE                      PIC X(02).
         02  FILLER                         PIC X(01).
         02  RAD-POSTAL-CODE                PIC X(09).
         02  FILLER                         PIC X(01).
         02  RAD-MAIL-STATUS                PIC X(01).
           88 RAD-MAIL-SUPPRESSED                      VALUE 'S'.
         02  FILLER                         PIC X(23).

       01 WS-SURVIVOR-ADDR.
         02  SAD-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(01).
         02  SAD-STREET                     PIC X(20).
         02  FILLER                         PIC X(01).
         02  SAD-CITY                       PIC X(15).
         02  FILLER                         PIC X(01).
         02  SAD-STATE                      PIC X(02).
         02  FILLER                         PIC X(01).
         02  SAD-POSTAL-CODE                PIC X(09).
         02  FILLER                         PIC X(01).
         02  SAD-MAIL-STATUS                PIC X(01).
           88 SAD-MAIL-SUPPRESSED                      VALUE 'S'.
         02  FILLER                         PIC X(23).

       01 WS-HIST-SOURCE.
         02  HSR-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(01).
         02  HSR-STREET                     PIC X(20).
         02  FILLER                         PIC X(01).
         02  HSR-CITY                       PIC X(15).
         02  FILLER                         PIC X(01).
         02  HSR-STATE                      PIC X(02).
         02  FILLER                         PIC X(01).
         02  HSR-POSTAL-CODE                PIC X(09).
         02  FILLER                         PIC X(25).

       01 WS-MERGE-TABLE.
         02  WS-MERGE-ENTRY OCCURS 1 TO 5000 TIMES
                      DEPENDING ON WS-MERGE-COUNT
                      INDEXED BY WS-MERGE-IDX.
           03  WS-MXT-RETIRED-ID            PIC 9(05).
           03  WS-MXT-SURVIVOR-ID           PIC 9(05).

       77 WS-LINE-COUNT                     PIC 9(03) VALUE ZERO.
       77 WS-PAGE-COUNT                     PIC 9(03) VALUE ZERO.
       77 WS-MAX-LINES-PER-PAGE             PIC 9(03) VALUE 55.

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
             'DUPLICATE PERSON-ID MERGE'.
         02  FILLER                         PIC X(92) VALUE SPACES.

       01 WS-HEADING-LINE-3.
         02  FILLER                   PIC X(14) VALUE 'RESULT'.
         02  FILLER                   PIC X(07) VALUE 'RETIRE'.
         02  FILLER                   PIC X(07) VALUE 'KEEP'.
         02  FILLER                   PIC X(16) VALUE 'LAST NAME'.
         02  FILLER                   PIC X(17) VALUE 'FIRST NAME'.
         02  FILLER                   PIC X(12) VALUE 'ADDRESS'.
         02  FILLER       PIC X(36) VALUE
             'ADDRESS NOW ON SURVIVING PERSON-ID'.
         02  FILLER                         PIC X(23) VALUE SPACES.

       01 WS-DETAIL-LINE.
         02  DTL-TAG                        PIC X(12).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-RETIRED-ID                 PIC X(05).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-SURVIVOR-ID                PIC X(05).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-LAST-NAME                  PIC X(15).
         02  FILLER                         PIC X(01) VALUE SPACE.
         02  DTL-FIRST-NAME                 PIC X(15).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-ADDR-SOURCE                PIC X(10).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-STREET                     PIC X(20).
         02  FILLER                         PIC X(01) VALUE SPACE.
         02  DTL-CITY                       PIC X(15).
         02  FILLER                         PIC X(02) VALUE ', '.
         02  DTL-STATE                      PIC X(02).
         02  FILLER                         PIC X(01) VALUE SPACE.
         02  DTL-POSTAL-CODE                PIC X(09).
         02  FILLER                         PIC X(09) VALUE SPACES.

       01 WS-TOTAL-LINE.
         02  TOT-TEXT                       PIC X(30).
         02  TOT-COUNT                      PIC ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-MAIN-PROCEDURE.
            DISPLAY "EXECUTING PERSMRG"
            PERFORM B000-OPEN-FILES.
            PERFORM B900-READ-NEXT-TRAN.
            PERFORM D000-PROCESS-ONE-TRAN UNTIL WS-TRAN-EOF.
            IF WS-MERGE-COUNT > ZERO THEN
                PERFORM D600-REKEY-ADDRESS-HISTORY
                PERFORM D800-REKEY-MAILING-HISTORY.
            PERFORM Z999-END-PROGRAM.

       B000-OPEN-FILES.
            PERFORM Y100-CLAIM-FILE-LOCK.
            PERFORM B300-LOAD-MERGE-TABLE.
            OPEN INPUT TRANFILE.
            OPEN OUTPUT PRTFILE.
            OPEN EXTEND AUDIT-FILE.
            OPEN EXTEND ADRHIST-FILE.
            OPEN EXTEND MERGE-XREF-FILE.
            SET WS-FILES-OPEN TO TRUE.
            OPEN I-O OUTFILE.
            IF WS-OUTFILE-FS NOT = '00' THEN
                DISPLAY '*** OUTFILE OPEN ERROR, FILE STATUS: '
                        WS-OUTFILE-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            OPEN I-O ADDR-FILE.
            IF WS-ADDRFILE-FS NOT = '00' THEN
                DISPLAY '*** ADDRFILE OPEN ERROR, FILE STATUS: '
                        WS-ADDRFILE-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            PERFORM B050-GET-PROCESS-DATE.
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
                        WS-MERGXRF-FS ' - NONE LOADED'.
            DISPLAY 'MERGED PERSON-IDS LOADED: ' WS-MERGE-COUNT.
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

       B900-READ-NEXT-TRAN.
            READ TRANFILE INTO WS-MERGE-TRAN
              AT END
                  SET WS-TRAN-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-TRANS-READ.

       C000-PRINT-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
            WRITE PRINT-LINE FROM WS-HEADING-LINE-1
                AFTER ADVANCING PAGE.
            WRITE PRINT-LINE FROM WS-HEADING-LINE-2
                AFTER ADVANCING 1 LINE.
            WRITE PRINT-LINE FROM WS-HEADING-LINE-3
                AFTER ADVANCING 1 LINE.
            WRITE PRINT-LINE FROM SPACES
                AFTER ADVANCING 1 LINE.
            MOVE 4 TO WS-LINE-COUNT.

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

       C300-PRINT-FAILED-LINE.
            ADD 1 TO WS-FAILED-COUNT.
            MOVE WS-MERGE-TRAN(7:5) TO DTL-RETIRED-ID.
            MOVE WS-MERGE-TRAN(1:5) TO DTL-SURVIVOR-ID.
            MOVE SPACES TO DTL-LAST-NAME.
            MOVE SPACES TO DTL-FIRST-NAME.
            MOVE SPACES TO DTL-ADDR-SOURCE.
            MOVE SPACES TO DTL-STREET.
            MOVE SPACES TO DTL-CITY.
            MOVE SPACES TO DTL-STATE.
            MOVE SPACES TO DTL-POSTAL-CODE.
            PERFORM C100-PRINT-DETAIL-LINE.

       D000-PROCESS-ONE-TRAN.
            IF MRG-SURVIVOR-ID IS NOT NUMERIC
               OR MRG-RETIRED-ID IS NOT NUMERIC
               OR MRG-SURVIVOR-ID = ZERO
               OR MRG-RETIRED-ID = ZERO THEN
                MOVE 'BAD ID      ' TO DTL-TAG
                PERFORM C300-PRINT-FAILED-LINE
            ELSE
                IF MRG-SURVIVOR-ID = MRG-RETIRED-ID THEN
                    MOVE 'SAME ID     ' TO DTL-TAG
                    PERFORM C300-PRINT-FAILED-LINE
                ELSE
                    IF NOT MRG-CHOICE-BY-RULE
                       AND NOT MRG-TAKE-RETIRED
                       AND NOT MRG-KEEP-SURVIVOR THEN
                        MOVE 'BAD CHOICE  ' TO DTL-TAG
                        PERFORM C300-PRINT-FAILED-LINE
                    ELSE
                        IF WS-MERGE-COUNT = 5000 THEN
                            MOVE 'XREF FULL   ' TO DTL-TAG
                            PERFORM C300-PRINT-FAILED-LINE
                            MOVE 8 TO RETURN-CODE
                        ELSE
                            PERFORM D100-READ-BOTH-PERSONS.
            PERFORM B900-READ-NEXT-TRAN.

       D100-READ-BOTH-PERSONS.
            MOVE 'N' TO WS-PERSONS-OK-SW.
            MOVE MRG-RETIRED-ID TO PERSON-ID OF OUTPUT-RECORD.
            READ OUTFILE INTO WS-RETIRED-PERSON
              INVALID KEY
                  CONTINUE.
            IF WS-OUTFILE-FS NOT = '00' THEN
                MOVE 'NO RETIRED  ' TO DTL-TAG
                PERFORM C300-PRINT-FAILED-LINE
            ELSE
                PERFORM D110-READ-SURVIVOR.
            IF WS-PERSONS-OK THEN
                PERFORM D200-MERGE-PERSON-RECORDS
                PERFORM D300-MERGE-ADDRESSES
                PERFORM D400-RECORD-MERGE-XREF
                PERFORM D500-PRINT-MERGE-LINE.

       D110-READ-SURVIVOR.
            MOVE MRG-SURVIVOR-ID TO PERSON-ID OF OUTPUT-RECORD.
            READ OUTFILE
              INVALID KEY
                  CONTINUE.
            IF WS-OUTFILE-FS NOT = '00' THEN
                MOVE 'NO SURVIVOR ' TO DTL-TAG
                PERFORM C300-PRINT-FAILED-LINE
            ELSE
                SET WS-PERSONS-OK TO TRUE.

       D200-MERGE-PERSON-RECORDS.
            MOVE OUTPUT-RECORD TO WS-AUDIT-BEFORE.
            PERFORM D210-FILL-BLANK-NAME-FIELDS.
            MOVE WS-PROCESS-DATE-N
              TO LAST-ACTIVITY-DATE OF OUTPUT-RECORD.
            REWRITE OUTPUT-RECORD
              INVALID KEY
                  DISPLAY '*** REWRITE ERROR, FILE STATUS: '
                          WS-OUTFILE-FS
                  MOVE 16 TO RETURN-CODE
                  PERFORM Z999-END-PROGRAM.
            MOVE OUTPUT-RECORD TO WS-SURVIVOR-IMAGE.
            MOVE WS-AUD-ACTION-MERGE-SURVIVOR TO WS-AUDIT-ACTION.
            MOVE MRG-SURVIVOR-ID TO WS-AUDIT-PERSON-ID.
            MOVE OUTPUT-RECORD   TO WS-AUDIT-AFTER.
            PERFORM E100-WRITE-AUDIT-RECORD.
            MOVE MRG-RETIRED-ID TO PERSON-ID OF OUTPUT-RECORD.
            DELETE OUTFILE RECORD
              INVALID KEY
                  DISPLAY '*** DELETE ERROR, FILE STATUS: '
                          WS-OUTFILE-FS
                  MOVE 16 TO RETURN-CODE
                  PERFORM Z999-END-PROGRAM.
            ADD 1 TO WS-MERGES-APPLIED.
            MOVE WS-AUD-ACTION-MERGE-RETIRE TO WS-AUDIT-ACTION.
            MOVE MRG-RETIRED-ID    TO WS-AUDIT-PERSON-ID.
            MOVE WS-RETIRED-PERSON TO WS-AUDIT-BEFORE.
            MOVE SPACES            TO WS-AUDIT-AFTER.
            PERFORM E100-WRITE-AUDIT-RECORD.

       D210-FILL-BLANK-NAME-FIELDS.
            IF NAME-TITLE OF OUTPUT-RECORD = SPACES THEN
                MOVE RTP-NAME-TITLE TO NAME-TITLE OF OUTPUT-RECORD.
            IF FIRST-NAME OF OUTPUT-RECORD = SPACES THEN
                MOVE RTP-FIRST-NAME TO FIRST-NAME OF OUTPUT-RECORD.
            IF MIDDLE-NAME OF OUTPUT-RECORD = SPACES THEN
                MOVE RTP-MIDDLE-NAME
                  TO MIDDLE-NAME OF OUTPUT-RECORD.
            IF LAST-NAME OF OUTPUT-RECORD = SPACES THEN
                MOVE RTP-LAST-NAME TO LAST-NAME OF OUTPUT-RECORD.
            IF SUFFIX OF OUTPUT-RECORD = SPACES THEN
                MOVE RTP-SUFFIX TO SUFFIX OF OUTPUT-RECORD.

       D300-MERGE-ADDRESSES.
            PERFORM D310-READ-BOTH-ADDRESSES.
            PERFORM D320-CHOOSE-ADDRESS.
            IF WS-TAKE-RETIRED-ADDR THEN
                PERFORM D330-TAKE-RETIRED-ADDRESS
            ELSE
                IF WS-RETIRED-HAS-ADDR THEN
                    ADD 1 TO WS-ADDRS-KEPT
                    MOVE WS-RETIRED-ADDR TO WS-HIST-SOURCE
                    PERFORM D350-WRITE-ADDRESS-HISTORY.
            IF WS-RETIRED-HAS-ADDR THEN
                PERFORM D340-REMOVE-RETIRED-ADDRESS.

       D310-READ-BOTH-ADDRESSES.
            MOVE 'N' TO WS-RETIRED-ADDR-SW.
            MOVE 'N' TO WS-SURVIVOR-ADDR-SW.
            MOVE SPACES TO WS-RETIRED-ADDR.
            MOVE SPACES TO WS-SURVIVOR-ADDR.
            MOVE MRG-RETIRED-ID TO ADR-PERSON-ID.
            READ ADDR-FILE INTO WS-RETIRED-ADDR
              INVALID KEY
                  CONTINUE.
            IF WS-ADDRFILE-FS = '00' THEN
                SET WS-RETIRED-HAS-ADDR TO TRUE.
            MOVE MRG-SURVIVOR-ID TO ADR-PERSON-ID.
            READ ADDR-FILE INTO WS-SURVIVOR-ADDR
              INVALID KEY
                  CONTINUE.
            IF WS-ADDRFILE-FS = '00' THEN
                SET WS-SURVIVOR-HAS-ADDR TO TRUE.

       D320-CHOOSE-ADDRESS.
            MOVE 'N' TO WS-TAKE-ADDR-SW.
            IF WS-RETIRED-HAS-ADDR THEN
                IF MRG-TAKE-RETIRED THEN
                    SET WS-TAKE-RETIRED-ADDR TO TRUE
                ELSE
                    IF MRG-CHOICE-BY-RULE THEN
                        IF NOT WS-SURVIVOR-HAS-ADDR THEN
                            SET WS-TAKE-RETIRED-ADDR TO TRUE
                        ELSE
                            IF SAD-MAIL-SUPPRESSED
                               AND NOT RAD-MAIL-SUPPRESSED THEN
                                SET WS-TAKE-RETIRED-ADDR TO TRUE.

       D330-TAKE-RETIRED-ADDRESS.
            ADD 1 TO WS-ADDRS-TAKEN.
            MOVE WS-RETIRED-ADDR TO ADDR-RECORD.
            MOVE MRG-SURVIVOR-ID TO ADR-PERSON-ID.
            IF WS-SURVIVOR-HAS-ADDR THEN
                MOVE WS-SURVIVOR-ADDR TO WS-HIST-SOURCE
                PERFORM D350-WRITE-ADDRESS-HISTORY
                REWRITE ADDR-RECORD
                MOVE WS-SURVIVOR-ADDR TO WS-AUDIT-BEFORE
            ELSE
                WRITE ADDR-RECORD
                MOVE SPACES TO WS-AUDIT-BEFORE.
            IF WS-ADDRFILE-FS NOT = '00' THEN
                DISPLAY '*** ADDRFILE WRITE ERROR, '
                        'FILE STATUS: ' WS-ADDRFILE-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            MOVE ADDR-RECORD TO WS-SURVIVOR-ADDR.
            MOVE WS-AUD-ACTION-MERGE-ADDRESS TO WS-AUDIT-ACTION.
            MOVE MRG-SURVIVOR-ID TO WS-AUDIT-PERSON-ID.
            MOVE ADDR-RECORD     TO WS-AUDIT-AFTER.
            PERFORM E100-WRITE-AUDIT-RECORD.

       D340-REMOVE-RETIRED-ADDRESS.
            MOVE MRG-RETIRED-ID TO ADR-PERSON-ID.
            DELETE ADDR-FILE RECORD
              INVALID KEY
                  DISPLAY '*** ADDRFILE DELETE ERROR, '
                          'FILE STATUS: ' WS-ADDRFILE-FS
                  MOVE 16 TO RETURN-CODE
                  PERFORM Z999-END-PROGRAM.
            ADD 1 TO WS-ADDRS-REMOVED.
            MOVE WS-AUD-ACTION-MERGE-ADDRESS TO WS-AUDIT-ACTION.
            MOVE MRG-RETIRED-ID  TO WS-AUDIT-PERSON-ID.
            MOVE WS-RETIRED-ADDR TO WS-AUDIT-BEFORE.
            MOVE SPACES          TO WS-AUDIT-AFTER.
            PERFORM E100-WRITE-AUDIT-RECORD.

       D350-WRITE-ADDRESS-HISTORY.
            MOVE SPACES            TO ADRHIST-RECORD.
            MOVE MRG-SURVIVOR-ID   TO AHR-PERSON-ID.
            MOVE WS-PROCESS-DATE-N TO AHR-REPLACED-DATE.
            MOVE HSR-STREET        TO AHR-STREET.
            MOVE HSR-CITY          TO AHR-CITY.
            MOVE HSR-STATE         TO AHR-STATE.
            MOVE HSR-POSTAL-CODE   TO AHR-POSTAL-CODE.
            WRITE ADRHIST-RECORD.
            ADD 1 TO WS-HIST-WRITTEN.
            MOVE WS-AUD-ACTION-MERGE-HISTORY TO WS-AUDIT-ACTION.
            MOVE MRG-SURVIVOR-ID TO WS-AUDIT-PERSON-ID.
            MOVE SPACES          TO WS-AUDIT-BEFORE.
            MOVE ADRHIST-RECORD  TO WS-AUDIT-AFTER.
            PERFORM E100-WRITE-AUDIT-RECORD.

       D400-RECORD-MERGE-XREF.
            MOVE SPACES            TO MERGE-XREF-RECORD.
            MOVE MRG-RETIRED-ID    TO MXR-RETIRED-ID.
            MOVE MRG-SURVIVOR-ID   TO MXR-SURVIVOR-ID.
            MOVE WS-PROCESS-DATE-N TO MXR-MERGE-DATE.
            WRITE MERGE-XREF-RECORD.
            ADD 1 TO WS-MERGE-COUNT.
            MOVE MRG-RETIRED-ID
              TO WS-MXT-RETIRED-ID(WS-MERGE-COUNT).
            MOVE MRG-SURVIVOR-ID
              TO WS-MXT-SURVIVOR-ID(WS-MERGE-COUNT).

       D500-PRINT-MERGE-LINE.
            MOVE WS-SURVIVOR-IMAGE TO OUTPUT-RECORD.
            MOVE 'MERGED      ' TO DTL-TAG.
            MOVE MRG-RETIRED-ID  TO DTL-RETIRED-ID.
            MOVE MRG-SURVIVOR-ID TO DTL-SURVIVOR-ID.
            MOVE LAST-NAME  OF OUTPUT-RECORD TO DTL-LAST-NAME.
            MOVE FIRST-NAME OF OUTPUT-RECORD TO DTL-FIRST-NAME.
            IF WS-TAKE-RETIRED-ADDR THEN
                MOVE 'RETIRED   ' TO DTL-ADDR-SOURCE
            ELSE
                IF WS-SURVIVOR-HAS-ADDR THEN
                    MOVE 'SURVIVOR  ' TO DTL-ADDR-SOURCE
                ELSE
                    MOVE 'NONE      ' TO DTL-ADDR-SOURCE.
            MOVE SAD-STREET      TO DTL-STREET.
            MOVE SAD-CITY        TO DTL-CITY.
            MOVE SAD-STATE       TO DTL-STATE.
            MOVE SAD-POSTAL-CODE TO DTL-POSTAL-CODE.
            PERFORM C100-PRINT-DETAIL-LINE.

       D600-REKEY-ADDRESS-HISTORY.
            CLOSE ADRHIST-FILE.
            OPEN I-O ADRHIST-FILE.
            IF WS-ADRHIST-FS NOT = '00' THEN
                DISPLAY '*** ADRHIST OPEN ERROR, FILE STATUS: '
                        WS-ADRHIST-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            PERFORM D610-REKEY-ONE-HISTORY UNTIL WS-HIST-EOF.
            PERFORM D700-REKEY-HISTORY-GENERATIONS.

       D610-REKEY-ONE-HISTORY.
            READ ADRHIST-FILE
              AT END
                  SET WS-HIST-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-HIST-READ
                  MOVE AHR-PERSON-ID TO WS-RESOLVE-ID
                  PERFORM F000-RESOLVE-MERGED-ID
                  IF WS-RESOLVE-ID NOT = AHR-PERSON-ID THEN
                      PERFORM D620-REWRITE-HISTORY-ID.

       D620-REWRITE-HISTORY-ID.
            MOVE ADRHIST-RECORD TO WS-AUDIT-BEFORE.
            MOVE WS-RESOLVE-ID  TO AHR-PERSON-ID.
            REWRITE ADRHIST-RECORD.
            IF WS-ADRHIST-FS NOT = '00' THEN
                DISPLAY '*** ADRHIST REWRITE ERROR, FILE STATUS: '
                        WS-ADRHIST-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            ADD 1 TO WS-HIST-REKEYED.
            MOVE WS-AUD-ACTION-MERGE-HISTORY TO WS-AUDIT-ACTION.
            MOVE WS-RESOLVE-ID  TO WS-AUDIT-PERSON-ID.
            MOVE ADRHIST-RECORD TO WS-AUDIT-AFTER.
            PERFORM E100-WRITE-AUDIT-RECORD.

       D700-REKEY-HISTORY-GENERATIONS.
            OPEN I-O ADRHIST-GEN-FILE.
            IF WS-AHSGEN-FS = '00' THEN
                SET WS-AHSGEN-PRESENT TO TRUE
            ELSE
                IF WS-AHSGEN-FS = '35' THEN
                    DISPLAY 'NO ADDRESS HISTORY GENERATIONS ON FILE'
                ELSE
                    DISPLAY '*** AHSGEN OPEN ERROR, FILE STATUS: '
                            WS-AHSGEN-FS
                    MOVE 16 TO RETURN-CODE
                    PERFORM Z999-END-PROGRAM.
            IF WS-AHSGEN-PRESENT THEN
                PERFORM D705-START-HISTORY-GEN
                PERFORM D710-REKEY-ONE-HISTORY-GEN
                  UNTIL WS-AHSGEN-EOF.

       D705-START-HISTORY-GEN.
            MOVE 'N' TO WS-AHSGEN-EOF-SW.
            MOVE ZERO TO HGN-GEN-NO.
            MOVE ZERO TO HGN-SEQ-NO.
            START ADRHIST-GEN-FILE KEY NOT LESS THAN HGN-KEY
              INVALID KEY
                  SET WS-AHSGEN-EOF TO TRUE.

       D710-REKEY-ONE-HISTORY-GEN.
            READ ADRHIST-GEN-FILE NEXT RECORD
              AT END
                  SET WS-AHSGEN-EOF TO TRUE
              NOT AT END
                  IF HGN-SEQ-NO NOT = ZERO
                     AND HGN-PERSON-ID IS NUMERIC THEN
                      ADD 1 TO WS-GEN-HIST-READ
                      MOVE HGN-PERSON-ID TO WS-RESOLVE-ID
                      PERFORM F000-RESOLVE-MERGED-ID
                      IF WS-RESOLVE-ID NOT = HGN-PERSON-ID THEN
                          PERFORM D720-REWRITE-HISTORY-GEN-ID.

       D720-REWRITE-HISTORY-GEN-ID.
            MOVE HGN-HISTORY-ENTRY TO WS-AUDIT-BEFORE.
            MOVE WS-RESOLVE-ID     TO HGN-PERSON-ID.
            REWRITE ADRHIST-GEN-RECORD.
            IF WS-AHSGEN-FS NOT = '00' THEN
                DISPLAY '*** AHSGEN REWRITE ERROR, FILE STATUS: '
                        WS-AHSGEN-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            ADD 1 TO WS-GEN-HIST-REKEYED.
            MOVE WS-AUD-ACTION-MERGE-HISTORY TO WS-AUDIT-ACTION.
            MOVE WS-RESOLVE-ID     TO WS-AUDIT-PERSON-ID.
            MOVE HGN-HISTORY-ENTRY TO WS-AUDIT-AFTER.
            PERFORM E100-WRITE-AUDIT-RECORD.

       D800-REKEY-MAILING-HISTORY.
            OPEN I-O MAILHIST-FILE.
            IF WS-MAILHIST-FS = '00' THEN
                SET WS-MAILHIST-PRESENT TO TRUE
            ELSE
                IF WS-MAILHIST-FS = '35' THEN
                    DISPLAY 'NO MAILING HISTORY ON FILE'
                ELSE
                    DISPLAY '*** MAILHIST OPEN ERROR, FILE STATUS: '
                            WS-MAILHIST-FS
                    MOVE 16 TO RETURN-CODE
                    PERFORM Z999-END-PROGRAM.
            IF WS-MAILHIST-PRESENT THEN
                PERFORM D810-REKEY-ONE-MAILING
                  UNTIL WS-MAILHIST-EOF.

       D810-REKEY-ONE-MAILING.
            READ MAILHIST-FILE
              AT END
                  SET WS-MAILHIST-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-MAIL-HIST-READ
                  IF MHS-PERSON-ID IS NUMERIC THEN
                      MOVE MHS-PERSON-ID TO WS-RESOLVE-ID
                      PERFORM F000-RESOLVE-MERGED-ID
                      IF WS-RESOLVE-ID NOT = MHS-PERSON-ID THEN
                          PERFORM D820-REWRITE-MAILING-ID.

       D820-REWRITE-MAILING-ID.
            MOVE MAILHIST-RECORD TO WS-AUDIT-BEFORE.
            MOVE WS-RESOLVE-ID   TO MHS-PERSON-ID.
            REWRITE MAILHIST-RECORD.
            IF WS-MAILHIST-FS NOT = '00' THEN
                DISPLAY '*** MAILHIST REWRITE ERROR, FILE STATUS: '
                        WS-MAILHIST-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            ADD 1 TO WS-MAIL-HIST-REKEYED.
            MOVE WS-AUD-ACTION-MERGE-MAILING TO WS-AUDIT-ACTION.
            MOVE WS-RESOLVE-ID   TO WS-AUDIT-PERSON-ID.
            MOVE MAILHIST-RECORD TO WS-AUDIT-AFTER.
            PERFORM E100-WRITE-AUDIT-RECORD.

       E100-WRITE-AUDIT-RECORD.
            MOVE SPACES              TO AUDIT-RECORD.
            MOVE WS-PROCESS-DATE-N   TO AUD-RUN-DATE.
            MOVE 'PERSMRG '          TO AUD-PROGRAM-NAME.
            MOVE WS-AUDIT-ACTION     TO AUD-ACTION-CODE.
            MOVE WS-AUDIT-PERSON-ID  TO AUD-PERSON-ID.
            MOVE WS-AUDIT-BEFORE     TO AUD-BEFORE-IMAGE.
            MOVE WS-AUDIT-AFTER      TO AUD-AFTER-IMAGE.
            WRITE AUDIT-RECORD.

       F000-RESOLVE-MERGED-ID.
            MOVE 'N' TO WS-MERGE-END-SW.
            MOVE ZERO TO WS-MERGE-HOPS.
            PERFORM F100-FOLLOW-ONE-MERGE
              UNTIL WS-MERGE-END
                 OR WS-MERGE-HOPS > 50.

       F100-FOLLOW-ONE-MERGE.
            SET WS-MERGE-IDX TO 1.
            SEARCH WS-MERGE-ENTRY
              AT END
                  SET WS-MERGE-END TO TRUE
              WHEN WS-MXT-RETIRED-ID(WS-MERGE-IDX) = WS-RESOLVE-ID
                  MOVE WS-MXT-SURVIVOR-ID(WS-MERGE-IDX)
                    TO WS-RESOLVE-ID
                  ADD 1 TO WS-MERGE-HOPS.

       Y100-CLAIM-FILE-LOCK.
            ACCEPT WS-LOCK-SYS-DATE FROM DATE.
            MOVE WS-LOCK-SYS-DATE TO WS-LKD-YYMMDD.
            ACCEPT WS-LOCK-TIME-NOW FROM TIME.
            MOVE SPACES TO WS-LOCK-WORK.
            OPEN INPUT LOCK-FILE.
            IF WS-LOCKF-FS = '00' THEN
                PERFORM Y110-READ-LOCK-RECORD
                CLOSE LOCK-FILE.
            IF WLK-IS-HELD THEN
                PERFORM Y120-CHECK-HELD-LOCK.
            PERFORM Y200-WRITE-LOCK-RECORD.

       Y110-READ-LOCK-RECORD.
            READ LOCK-FILE INTO WS-LOCK-WORK
              AT END
                  CONTINUE.

       Y120-CHECK-HELD-LOCK.
            IF WLK-LOCK-DATE IS NOT NUMERIC
               OR WLK-LOCK-DATE < WS-LOCK-DATE-N THEN
                DISPLAY '*** STALE LOCK FROM ' WLK-PROGRAM-NAME
                        ' DATED ' WLK-LOCK-DATE
                        ' -- LOCK TAKEN OVER ***'
            ELSE
                DISPLAY '*** OUTPUT FILE LOCKED BY '
                        WLK-PROGRAM-NAME ' SINCE ' WLK-LOCK-TIME
                        ' -- RUN ENDS ***'
                DISPLAY 'RERUN WHEN THE HOLDING JOB FINISHES, OR '
                        'CLEAR A LOCK LEFT BY AN ABENDED RUN AS '
                        'DESCRIBED IN THE JOB NOTES'
                MOVE 12 TO RETURN-CODE
                STOP RUN.

       Y200-WRITE-LOCK-RECORD.
            OPEN OUTPUT LOCK-FILE.
            MOVE SPACES           TO LOCK-RECORD.
            MOVE 'PERSMRG '       TO LCK-PROGRAM-NAME.
            MOVE 'H'              TO LCK-STATUS.
            MOVE WS-LOCK-DATE-N   TO LCK-LOCK-DATE.
            MOVE WS-LOCK-TIME-NOW TO LCK-LOCK-TIME.
            WRITE LOCK-RECORD.
            CLOSE LOCK-FILE.
            SET WS-LOCK-OWNED TO TRUE.

       Y900-RELEASE-FILE-LOCK.
            IF WS-LOCK-OWNED THEN
                OPEN OUTPUT LOCK-FILE
                MOVE SPACES           TO LOCK-RECORD
                MOVE 'PERSMRG '       TO LCK-PROGRAM-NAME
                MOVE 'R'              TO LCK-STATUS
                MOVE WS-LOCK-DATE-N   TO LCK-LOCK-DATE
                MOVE WS-LOCK-TIME-NOW TO LCK-LOCK-TIME
                WRITE LOCK-RECORD
                CLOSE LOCK-FILE
                MOVE 'N' TO WS-LOCK-OWNED-SW.

       Z999-END-PROGRAM.
            IF WS-FILES-OPEN THEN
                WRITE PRINT-LINE FROM SPACES
                    AFTER ADVANCING 1 LINE
                MOVE 'TRANSACTIONS READ:            ' TO TOT-TEXT
                MOVE WS-TRANS-READ TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'PERSON-IDS MERGED:            ' TO TOT-TEXT
                MOVE WS-MERGES-APPLIED TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'ADDRESSES TAKEN FROM RETIRED: ' TO TOT-TEXT
                MOVE WS-ADDRS-TAKEN TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'SURVIVOR ADDRESSES KEPT:      ' TO TOT-TEXT
                MOVE WS-ADDRS-KEPT TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'RETIRED ADDRESSES REMOVED:    ' TO TOT-TEXT
                MOVE WS-ADDRS-REMOVED TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'ADDRESS HISTORY WRITTEN:      ' TO TOT-TEXT
                MOVE WS-HIST-WRITTEN TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'ADDRESS HISTORY READ:         ' TO TOT-TEXT
                MOVE WS-HIST-READ TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'ADDRESS HISTORY RE-KEYED:     ' TO TOT-TEXT
                MOVE WS-HIST-REKEYED TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'HISTORY GENERATIONS READ:     ' TO TOT-TEXT
                MOVE WS-GEN-HIST-READ TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'HISTORY GENERATIONS RE-KEYED: ' TO TOT-TEXT
                MOVE WS-GEN-HIST-REKEYED TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'MAILING HISTORY READ:         ' TO TOT-TEXT
                MOVE WS-MAIL-HIST-READ TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'MAILING HISTORY RE-KEYED:     ' TO TOT-TEXT
                MOVE WS-MAIL-HIST-REKEYED TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'TRANSACTIONS NOT APPLIED:     ' TO TOT-TEXT
                MOVE WS-FAILED-COUNT TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                CLOSE OUTFILE
                CLOSE ADDR-FILE
                CLOSE ADRHIST-FILE
                CLOSE MERGE-XREF-FILE
                CLOSE AUDIT-FILE
                CLOSE TRANFILE
                CLOSE PRTFILE.
            IF WS-AHSGEN-PRESENT THEN
                CLOSE ADRHIST-GEN-FILE.
            IF WS-MAILHIST-PRESENT THEN
                CLOSE MAILHIST-FILE.
            PERFORM Y900-RELEASE-FILE-LOCK.
            IF WS-FAILED-COUNT > ZERO THEN
                IF RETURN-CODE < 4 THEN
                    MOVE 4 TO RETURN-CODE.
            DISPLAY 'TRANSACTIONS READ: ' WS-TRANS-READ
                    '  MERGED: ' WS-MERGES-APPLIED
                    '  NOT APPLIED: ' WS-FAILED-COUNT.
            DISPLAY 'ADDRESS HISTORY WRITTEN: ' WS-HIST-WRITTEN
                    '  RE-KEYED: ' WS-HIST-REKEYED.
            DISPLAY 'HISTORY GENERATIONS RE-KEYED: '
                    WS-GEN-HIST-REKEYED.
            DISPLAY 'MAILING HISTORY RE-KEYED: ' WS-MAIL-HIST-REKEYED.
            DISPLAY 'PERSMRG EXECUTION ENDS'
            STOP RUN.
       END PROGRAM PERSMRG.
