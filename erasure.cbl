----+-*A-1-B--+----2----+----3----+----4----+----5----+----6----+----
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERASURE.

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
          SELECT ERASE-LIST-FILE ASSIGN TO ERASLIST SEQUENTIAL
                          FILE STATUS IS WS-ERASLIST-FS.
          SELECT MERGE-XREF-FILE ASSIGN TO MERGXRF SEQUENTIAL
                          FILE STATUS IS WS-MERGXRF-FS.
          SELECT ERASREG-FILE ASSIGN TO ERASREG SEQUENTIAL
                          FILE STATUS IS WS-ERASREG-FS.
          SELECT ERASREG-NEW-FILE ASSIGN TO ERASNEW SEQUENTIAL
                          FILE STATUS IS WS-NEWFILE-FS.
          SELECT ARCH-FILE ASSIGN TO ARCHFILE SEQUENTIAL
                          FILE STATUS IS WS-ARCHFILE-FS.
          SELECT ARCH-NEW-FILE ASSIGN TO ARCHNEW SEQUENTIAL
                          FILE STATUS IS WS-NEWFILE-FS.
          SELECT AUDIT-FILE ASSIGN TO AUDITF SEQUENTIAL
                          FILE STATUS IS WS-AUDIT-FS.
          SELECT AUDIT-NEW-FILE ASSIGN TO AUDITNEW SEQUENTIAL
                          FILE STATUS IS WS-NEWFILE-FS.
          SELECT AUDIT-GEN-FILE ASSIGN TO AUDGEN
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS AGN-KEY
                          FILE STATUS IS WS-AUDGEN-FS.
          SELECT ADRHIST-FILE ASSIGN TO ADRHISTF SEQUENTIAL
                          FILE STATUS IS WS-ADRHIST-FS.
          SELECT ADRHIST-NEW-FILE ASSIGN TO ADRHNEW SEQUENTIAL
                          FILE STATUS IS WS-NEWFILE-FS.
          SELECT ADRHIST-GEN-FILE ASSIGN TO AHSGEN
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS HGN-KEY
                          FILE STATUS IS WS-AHSGEN-FS.
          SELECT MAILHIST-FILE ASSIGN TO MAILHIST SEQUENTIAL
                          FILE STATUS IS WS-MAILHIST-FS.
          SELECT MAILHIST-NEW-FILE ASSIGN TO MAILHNEW SEQUENTIAL
                          FILE STATUS IS WS-NEWFILE-FS.
          SELECT XREF-FILE ASSIGN TO XREFFILE SEQUENTIAL
                          FILE STATUS IS WS-XREF-FS.
          SELECT XREF-NEW-FILE ASSIGN TO XREFNEW SEQUENTIAL
                          FILE STATUS IS WS-NEWFILE-FS.
          SELECT MASTER-FILE ASSIGN TO MASTERF SEQUENTIAL
                          FILE STATUS IS WS-MASTER-FS.
          SELECT MASTER-NEW-FILE ASSIGN TO NEWMASTF SEQUENTIAL
                          FILE STATUS IS WS-NEWFILE-FS.
          SELECT PRTFILE  ASSIGN TO PRTFILE SEQUENTIAL.
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

       FD ERASE-LIST-FILE.
       01 ERASE-LIST-RECORD                 PIC X(80).

       FD MERGE-XREF-FILE.
       01 MERGE-XREF-RECORD.
         02  MXR-RETIRED-ID                 PIC 9(05).
         02  FILLER                         PIC X(01).
         02  MXR-SURVIVOR-ID                PIC 9(05).
         02  FILLER                         PIC X(01).
         02  MXR-MERGE-DATE                 PIC 9(08).
         02  FILLER                         PIC X(60).

       FD ERASREG-FILE.
       01 ERASREG-RECORD.
         02  ERG-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(01).
         02  ERG-ERASED-DATE                PIC 9(08).
         02  FILLER                         PIC X(01).
         02  ERG-REQUEST-REF                PIC X(12).
         02  FILLER                         PIC X(53).

       FD ERASREG-NEW-FILE.
       01 ERASREG-NEW-RECORD                PIC X(80).

       FD ARCH-FILE.
       01 ARCHIVE-RECORD                    PIC X(80).

       FD ARCH-NEW-FILE.
       01 ARCH-NEW-RECORD                   PIC X(80).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
         02  AUD-RUN-DATE                   PIC 9(08).
         02  FILLER                         PIC X(01).
         02  AUD-PROGRAM-NAME               PIC X(08).
         02  FILLER                         PIC X(01).
         02  AUD-ACTION-CODE                PIC X(02).
           88 AUD-OUTPUT-IMAGE                         VALUE 'WR' 'RS'
                                                 'RW' 'MS' 'DL' 'PG'
                                                 'MR' 'SR' 'ST'.
           88 AUD-MASTER-IMAGE                         VALUE 'SM'.
         02  FILLER                         PIC X(01).
         02  AUD-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(01).
         02  AUD-BEFORE-IMAGE               PIC X(80).
         02  FILLER                         PIC X(01).
         02  AUD-AFTER-IMAGE                PIC X(80).

       FD AUDIT-NEW-FILE.
       01 AUDIT-NEW-RECORD                  PIC X(188).

       FD AUDIT-GEN-FILE.
       01 AUDIT-GEN-RECORD.
         02  AGN-KEY.
           03  AGN-GEN-NO                   PIC 9(04).
           03  AGN-SEQ-NO                   PIC 9(08).
         02  FILLER                         PIC X(01).
         02  AGN-RUN-DATE                   PIC 9(08).
         02  FILLER                         PIC X(01).
         02  AGN-PROGRAM-NAME               PIC X(08).
         02  FILLER                         PIC X(01).
         02  AGN-ACTION-CODE                PIC X(02).
           88 AGN-OUTPUT-IMAGE                         VALUE 'WR' 'RS'
                                                 'RW' 'MS' 'DL' 'PG'
                                                 'MR' 'SR' 'ST'.
           88 AGN-MASTER-IMAGE                         VALUE 'SM'.
         02  FILLER                         PIC X(01).
         02  AGN-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(01).
         02  AGN-BEFORE-IMAGE               PIC X(80).
         02  FILLER                         PIC X(01).
         02  AGN-AFTER-IMAGE                PIC X(80).

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

       FD ADRHIST-NEW-FILE.
       01 ADRHIST-NEW-RECORD                PIC X(80).

       FD ADRHIST-GEN-FILE.
       01 ADRHIST-GEN-RECORD.
         02  HGN-KEY.
           03  HGN-GEN-NO                   PIC 9(04).
           03  HGN-SEQ-NO                   PIC 9(08).
         02  FILLER                         PIC X(01).
         02  HGN-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(01).
         02  HGN-REPLACED-DATE              PIC 9(08).
         02  FILLER                         PIC X(01).
         02  HGN-STREET                     PIC X(20).
         02  FILLER                         PIC X(01).
         02  HGN-CITY                       PIC X(15).
         02  FILLER                         PIC X(01).
         02  HGN-STATE                      PIC X(02).
         02  FILLER                         PIC X(01).
         02  HGN-POSTAL-CODE                PIC X(09).
         02  FILLER                         PIC X(16).

       FD MAILHIST-FILE.
       01 MAILHIST-RECORD.
         02  MHS-CAMPAIGN-CODE              PIC X(08).
         02  FILLER                         PIC X(01).
         02  MHS-MAIL-DATE                  PIC 9(08).
         02  FILLER                         PIC X(01).
         02  MHS-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(57).

       FD MAILHIST-NEW-FILE.
       01 MAILHIST-NEW-RECORD               PIC X(80).

       FD XREF-FILE.
       01 XREF-LINE.
         02  XRF-ASSIGNED-ID                PIC X(05).
         02  FILLER                         PIC X(127).

       FD XREF-NEW-FILE.
       01 XREF-NEW-LINE                     PIC X(132).

       FD MASTER-FILE.
       01 MASTER-RECORD.
         02  MAST-LAST-NAME                 PIC X(15).
         02  FILLER                         PIC X(01).
         02  MAST-FIRST-NAME                PIC X(15).
         02  FILLER                         PIC X(01).
         02  MAST-MIDDLE-NAME               PIC X(15).
         02  FILLER                         PIC X(33).

       FD MASTER-NEW-FILE.
       01 MASTER-NEW-RECORD                 PIC X(80).

       FD PRTFILE.
       01 PRINT-LINE                        PIC X(132).

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
       01 WS-ERASLIST-FS                    PIC X(02) VALUE SPACES.
       01 WS-MERGXRF-FS                     PIC X(02) VALUE SPACES.
       01 WS-ERASREG-FS                     PIC X(02) VALUE SPACES.
       01 WS-ARCHFILE-FS                    PIC X(02) VALUE SPACES.
       01 WS-AUDIT-FS                       PIC X(02) VALUE SPACES.
       01 WS-AUDGEN-FS                      PIC X(02) VALUE SPACES.
       01 WS-AHSGEN-FS                      PIC X(02) VALUE SPACES.
       01 WS-ADRHIST-FS                     PIC X(02) VALUE SPACES.
       01 WS-MAILHIST-FS                    PIC X(02) VALUE SPACES.
       01 WS-XREF-FS                        PIC X(02) VALUE SPACES.
       01 WS-MASTER-FS                      PIC X(02) VALUE SPACES.
       01 WS-PROCDATF-FS                    PIC X(02) VALUE SPACES.
       01 WS-NEWFILE-FS                     PIC X(02) VALUE SPACES.
       01 WS-LIVE-FS                        PIC X(02) VALUE SPACES.

       01 WS-PROCDATE-SW                    PIC X(01) VALUE 'N'.
         88 WS-PROCDATE-SET                          VALUE 'Y'.

       01 WS-FILES-OPEN-SW                  PIC X(01) VALUE 'N'.
         88 WS-FILES-OPEN                            VALUE 'Y'.

       01 WS-COPIES-CLOSED-SW               PIC X(01) VALUE 'N'.
         88 WS-COPIES-CLOSED                         VALUE 'Y'.

       01 WS-ROLL-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-ROLL-EOF                              VALUE 'Y'.

       01 WS-LIST-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-LIST-EOF                              VALUE 'Y'.

       01 WS-MERGXRF-EOF-SW                 PIC X(01) VALUE 'N'.
         88 WS-MERGXRF-EOF                           VALUE 'Y'.

       01 WS-REG-EOF-SW                     PIC X(01) VALUE 'N'.
         88 WS-REG-EOF                               VALUE 'Y'.

       01 WS-ARCH-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-ARCH-EOF                              VALUE 'Y'.

       01 WS-AUDIT-EOF-SW                   PIC X(01) VALUE 'N'.
         88 WS-AUDIT-EOF                             VALUE 'Y'.

       01 WS-HIST-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-HIST-EOF                              VALUE 'Y'.

       01 WS-AUDGEN-SW                      PIC X(01) VALUE 'N'.
         88 WS-AUDGEN-PRESENT                        VALUE 'Y'.

       01 WS-AUDGEN-EOF-SW                  PIC X(01) VALUE 'N'.
         88 WS-AUDGEN-EOF                            VALUE 'Y'.

       01 WS-AHSGEN-SW                      PIC X(01) VALUE 'N'.
         88 WS-AHSGEN-PRESENT                        VALUE 'Y'.

       01 WS-AHSGEN-EOF-SW                  PIC X(01) VALUE 'N'.
         88 WS-AHSGEN-EOF                            VALUE 'Y'.

       01 WS-MAILHIST-EOF-SW                PIC X(01) VALUE 'N'.
         88 WS-MAILHIST-EOF                          VALUE 'Y'.

       01 WS-XREF-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-XREF-EOF                              VALUE 'Y'.

       01 WS-MASTER-EOF-SW                  PIC X(01) VALUE 'N'.
         88 WS-MASTER-EOF                            VALUE 'Y'.

       01 WS-MERGE-END-SW                   PIC X(01) VALUE 'N'.
         88 WS-MERGE-END                             VALUE 'Y'.

       01 WS-ERASE-FOUND-SW                 PIC X(01) VALUE 'N'.
         88 WS-ERASE-FOUND                           VALUE 'Y'.

       01 WS-ENTRY-ADDED-SW                 PIC X(01) VALUE 'N'.
         88 WS-ENTRY-ADDED                           VALUE 'Y'.

       01 WS-NAME-IN-USE-SW                 PIC X(01) VALUE 'N'.
         88 WS-NAME-IN-USE                           VALUE 'Y'.

       01 WS-NAME-BROWSE-END-SW             PIC X(01) VALUE 'N'.
         88 WS-NAME-BROWSE-END                       VALUE 'Y'.

       77 WS-LIST-READ                      PIC 9(08) VALUE ZERO.
       77 WS-LIST-INVALID                   PIC 9(08) VALUE ZERO.
       77 WS-LIST-REPEATED                  PIC 9(08) VALUE ZERO.
       77 WS-LISTED-COUNT                   PIC 9(05) VALUE ZERO.
       77 WS-IDS-ADDED                      PIC 9(05) VALUE ZERO.
       77 WS-IDS-REGISTERED                 PIC 9(08) VALUE ZERO.
       77 WS-REG-READ                       PIC 9(08) VALUE ZERO.
       77 WS-REG-WRITTEN                    PIC 9(08) VALUE ZERO.
       77 WS-ERASURES-AUDITED               PIC 9(08) VALUE ZERO.
       77 WS-MASTER-NAMES-KEPT              PIC 9(08) VALUE ZERO.
       77 WS-UNNAMED-COUNT                  PIC 9(05) VALUE ZERO.
       77 WS-OUT-OF-BALANCE                 PIC 9(03) VALUE ZERO.
       77 WS-ROLL-COUNT                     PIC 9(08) VALUE ZERO.
       77 WS-ROLL-EXPECTED                  PIC 9(08) VALUE ZERO.
       77 WS-FILES-ROLLED                   PIC 9(03) VALUE ZERO.
       01 WS-ROLL-FILE-NAME                 PIC X(14) VALUE SPACES.
       77 WS-BALANCE-EXPECTED               PIC 9(08) VALUE ZERO.
       77 WS-MERGE-COUNT                    PIC 9(05) VALUE ZERO.
       77 WS-MERGE-HOPS                     PIC 9(03) VALUE ZERO.
       77 WS-RESOLVE-ID                     PIC 9(05) VALUE ZERO.
       77 WS-ERASE-COUNT                    PIC 9(05) VALUE ZERO.
       77 WS-LOOKUP-ID                      PIC 9(05) VALUE ZERO.
       77 WS-ENTRY-SUB                      PIC 9(04) COMP VALUE ZERO.
       77 WS-MERGE-SUB                      PIC 9(05) COMP VALUE ZERO.
       77 WS-FILE-SUB                       PIC 9(02) COMP VALUE ZERO.

       01 WS-LOOKUP-NAME.
         02  WS-LOOKUP-LAST-NAME            PIC X(15).
         02  WS-LOOKUP-FIRST-NAME           PIC X(15).
         02  WS-LOOKUP-MIDDLE-NAME          PIC X(15).

       01 WS-NEW-ENTRY.
         02  WS-NEW-ID                      PIC 9(05).
         02  WS-NEW-REF                     PIC X(12).
         02  WS-NEW-LINK-TYPE               PIC X(01).
         02  WS-NEW-LINK-ID                 PIC 9(05).

       01 WS-AUD-ACTION-ERASURE             PIC X(02) VALUE 'ER'.

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

       01 WS-ERASE-REQUEST.
         02  ELS-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(01).
         02  ELS-REQUEST-REF                PIC X(12).
         02  FILLER                         PIC X(62).

       01 WS-IMAGE-WORK.
         02  IMG-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(06).
         02  IMG-FIRST-NAME                 PIC X(15).
         02  FILLER                         PIC X(01).
         02  IMG-MIDDLE-NAME                PIC X(15).
         02  FILLER                         PIC X(01).
         02  IMG-LAST-NAME                  PIC X(15).
         02  FILLER                         PIC X(22).

       01 WS-MASTER-IMAGE.
         02  MIM-LAST-NAME                  PIC X(15).
         02  FILLER                         PIC X(01).
         02  MIM-FIRST-NAME                 PIC X(15).
         02  FILLER                         PIC X(01).
         02  MIM-MIDDLE-NAME                PIC X(15).
         02  FILLER                         PIC X(33).

       01 WS-MERGE-TABLE.
         02  WS-MERGE-ENTRY OCCURS 1 TO 5000 TIMES
                      DEPENDING ON WS-MERGE-COUNT
                      INDEXED BY WS-MERGE-IDX.
           03  WS-MXT-RETIRED-ID            PIC 9(05).
           03  WS-MXT-SURVIVOR-ID           PIC 9(05).

       01 WS-ERASE-TABLE.
         02  WS-ERASE-ENTRY OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-ERASE-COUNT
                      INDEXED BY WS-ERASE-IDX.
           03  ERT-PERSON-ID                PIC 9(05).
           03  ERT-REQUEST-REF              PIC X(12).
           03  ERT-LINK-TYPE                PIC X(01).
             88 ERT-REQUESTED                          VALUE SPACE.
             88 ERT-SURVIVOR-OF-REQUEST                VALUE 'S'.
             88 ERT-MERGED-INTO                        VALUE 'M'.
           03  ERT-LINK-ID                  PIC 9(05).
           03  ERT-REGISTERED-SW            PIC X(01).
             88 ERT-ALREADY-REGISTERED                 VALUE 'Y'.
           03  ERT-NAME-SW                  PIC X(01).
             88 ERT-NAME-KNOWN                         VALUE 'Y'.
           03  ERT-SHARED-SW                PIC X(01).
             88 ERT-NAME-SHARED                        VALUE 'Y'.
           03  ERT-LAST-NAME                PIC X(15).
           03  ERT-FIRST-NAME               PIC X(15).
           03  ERT-MIDDLE-NAME              PIC X(15).
           03  ERT-FILE-COUNT               PIC 9(07) OCCURS 10 TIMES.

       01 WS-FILE-NAME-VALUES.
         02  FILLER       PIC X(34) VALUE
             'OUTPUT.DAT    RECORD DELETED'.
         02  FILLER       PIC X(34) VALUE
             'ADDR.DAT      RECORD DELETED'.
         02  FILLER       PIC X(34) VALUE
             'ADRHIST.DAT   ENTRIES DELETED'.
         02  FILLER       PIC X(34) VALUE
             'PURGE ARCHIVE RECORDS DELETED'.
         02  FILLER       PIC X(34) VALUE
             'MASTER.DAT    NAMES DELETED'.
         02  FILLER       PIC X(34) VALUE
             'IDXREF.DAT    LINES DELETED'.
         02  FILLER       PIC X(34) VALUE
             'MAILHIST.DAT  ENTRIES DELETED'.
         02  FILLER       PIC X(34) VALUE
             'AUDIT.DAT     IMAGES BLANKED'.
         02  FILLER       PIC X(34) VALUE
             'AUDIT.GEN     IMAGES BLANKED'.
         02  FILLER       PIC X(34) VALUE
             'ADRHIST.GEN   ENTRIES BLANKED'.
       01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
         02  WS-FILE-NAME-ENTRY OCCURS 10 TIMES.
           03  WS-FNT-FILE-NAME             PIC X(14).
           03  WS-FNT-ACTION                PIC X(20).

       01 WS-FILE-TOTALS.
         02  WS-FILE-TOTAL OCCURS 10 TIMES.
           03  WS-FTT-READ                  PIC 9(08).
           03  WS-FTT-WRITTEN               PIC 9(08).
           03  WS-FTT-REMOVED               PIC 9(08).

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
             'PERSONAL DATA ERASURE CERTIFICATE'.
         02  FILLER                         PIC X(92) VALUE SPACES.

       01 WS-HEADING-LINE-3.
         02  FILLER                   PIC X(14) VALUE 'ERASURE DATE: '.
         02  H3-ERASURE-DATE                PIC 9(08).
         02  FILLER                         PIC X(110) VALUE SPACES.

       01 WS-INVALID-LINE.
         02  FILLER       PIC X(26) VALUE
             'LIST ENTRY NOT PROCESSED: '.
         02  INV-DATA                       PIC X(18).
         02  FILLER                         PIC X(03) VALUE SPACES.
         02  FILLER       PIC X(24) VALUE
             'PERSON-ID NOT NUMERIC'.
         02  FILLER                         PIC X(61) VALUE SPACES.

       01 WS-PERSON-LINE.
         02  FILLER                   PIC X(10) VALUE 'PERSON-ID '.
         02  PSL-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  FILLER                   PIC X(13) VALUE 'REQUEST REF: '.
         02  PSL-REQUEST-REF                PIC X(12).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  PSL-LINK-TEXT                  PIC X(16).
         02  PSL-LINK-ID                    PIC X(05).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  PSL-STATUS                     PIC X(20).
         02  FILLER                         PIC X(45) VALUE SPACES.

       01 WS-DETAIL-LINE.
         02  FILLER                         PIC X(04) VALUE SPACES.
         02  DTL-FILE-NAME                  PIC X(14).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-ACTION                     PIC X(20).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-COUNT                      PIC ZZZ,ZZ9.
         02  FILLER                         PIC X(83) VALUE SPACES.

       01 WS-BALANCE-HEADING.
         02  FILLER                   PIC X(16) VALUE 'FILE'.
         02  FILLER                   PIC X(12) VALUE '        READ'.
         02  FILLER                   PIC X(12) VALUE '     WRITTEN'.
         02  FILLER                   PIC X(12) VALUE '     REMOVED'.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  FILLER                   PIC X(78) VALUE 'BALANCE'.

       01 WS-BALANCE-LINE.
         02  BAL-FILE-NAME                  PIC X(14).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  BAL-READ                       PIC ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  BAL-WRITTEN                    PIC ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  BAL-REMOVED                    PIC ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  BAL-STATUS                     PIC X(18).
         02  FILLER                         PIC X(62) VALUE SPACES.

       01 WS-TOTAL-LINE.
         02  TOT-TEXT                       PIC X(30).
         02  TOT-COUNT                      PIC ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-MAIN-PROCEDURE.
            DISPLAY "EXECUTING ERASURE"
            PERFORM B000-OPEN-FILES.
            PERFORM B300-LOAD-MERGE-TABLE.
            PERFORM B400-LOAD-ERASE-LIST.
            PERFORM B500-EXPAND-MERGED-IDS.
            PERFORM B600-CHECK-ERASURE-REGISTER.
            PERFORM D000-ERASE-INDEXED-RECORDS.
            PERFORM D100-COPY-ARCHIVE.
            PERFORM D200-SCAN-AUDIT-NAMES.
            PERFORM D300-COPY-AUDIT.
            PERFORM D400-COPY-ADDRESS-HISTORY.
            PERFORM D500-COPY-MAIL-HISTORY.
            PERFORM D600-COPY-ID-XREF.
            PERFORM D700-COPY-MASTER.
            PERFORM D800-COPY-ERASURE-REGISTER.
            PERFORM D900-BLANK-AUDIT-GENERATIONS.
            PERFORM D950-BLANK-HISTORY-GENERATIONS.
            PERFORM C300-PRINT-CERTIFICATE.
            PERFORM C400-PRINT-FILE-BALANCE.
            IF WS-OUT-OF-BALANCE = ZERO THEN
                PERFORM H000-ROLL-IN-NEW-FILES.
            PERFORM Z999-END-PROGRAM.

       B000-OPEN-FILES.
            PERFORM Y100-CLAIM-FILE-LOCK.
            INITIALIZE WS-FILE-TOTALS.
            OPEN OUTPUT PRTFILE.
            OPEN INPUT ARCH-FILE.
            IF WS-ARCHFILE-FS NOT = '00' THEN
                DISPLAY '*** ARCHFILE OPEN ERROR, FILE STATUS: '
                        WS-ARCHFILE-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-FS NOT = '00' THEN
                DISPLAY '*** AUDIT FILE OPEN ERROR, FILE STATUS: '
                        WS-AUDIT-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            OPEN INPUT ADRHIST-FILE.
            IF WS-ADRHIST-FS NOT = '00' THEN
                DISPLAY '*** ADRHIST OPEN ERROR, FILE STATUS: '
                        WS-ADRHIST-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            OPEN INPUT MAILHIST-FILE.
            IF WS-MAILHIST-FS NOT = '00' THEN
                DISPLAY '*** MAILHIST OPEN ERROR, FILE STATUS: '
                        WS-MAILHIST-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            OPEN INPUT XREF-FILE.
            IF WS-XREF-FS NOT = '00' THEN
                DISPLAY '*** IDXREF OPEN ERROR, FILE STATUS: '
                        WS-XREF-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            OPEN INPUT MASTER-FILE.
            IF WS-MASTER-FS NOT = '00' THEN
                DISPLAY '*** MASTER FILE OPEN ERROR, FILE STATUS: '
                        WS-MASTER-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            OPEN OUTPUT ARCH-NEW-FILE.
            OPEN OUTPUT AUDIT-NEW-FILE.
            OPEN OUTPUT ADRHIST-NEW-FILE.
            OPEN OUTPUT MAILHIST-NEW-FILE.
            OPEN OUTPUT XREF-NEW-FILE.
            OPEN OUTPUT MASTER-NEW-FILE.
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
            OPEN I-O AUDIT-GEN-FILE.
            PERFORM B010-CHECK-AUDIT-GEN-OPEN.
            OPEN I-O ADRHIST-GEN-FILE.
            PERFORM B020-CHECK-HISTORY-GEN-OPEN.
            PERFORM B050-GET-PROCESS-DATE.
            MOVE WS-PD-MM TO H1-RUN-MM.
            MOVE WS-PD-DD TO H1-RUN-DD.
            MOVE WS-PD-YY TO H1-RUN-YY.
            MOVE WS-PROCESS-DATE-N TO H3-ERASURE-DATE.
            PERFORM C000-PRINT-HEADINGS.

       B010-CHECK-AUDIT-GEN-OPEN.
            IF WS-AUDGEN-FS = '00' THEN
                SET WS-AUDGEN-PRESENT TO TRUE
            ELSE
                IF WS-AUDGEN-FS = '35' THEN
                    DISPLAY 'NO AUDIT GENERATIONS ON FILE'
                ELSE
                    DISPLAY '*** AUDGEN OPEN ERROR, FILE STATUS: '
                            WS-AUDGEN-FS
                    MOVE 16 TO RETURN-CODE
                    PERFORM Z999-END-PROGRAM.

       B020-CHECK-HISTORY-GEN-OPEN.
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

       B400-LOAD-ERASE-LIST.
            OPEN INPUT ERASE-LIST-FILE.
            IF WS-ERASLIST-FS NOT = '00' THEN
                DISPLAY '*** ERASURE LIST OPEN ERROR, FILE STATUS: '
                        WS-ERASLIST-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            PERFORM B410-LOAD-ONE-LIST-ENTRY
              UNTIL WS-LIST-EOF
                 OR WS-ERASE-COUNT = 500.
            IF WS-ERASE-COUNT = 500
               AND NOT WS-LIST-EOF THEN
                READ ERASE-LIST-FILE
                  AT END
                      SET WS-LIST-EOF TO TRUE.
            CLOSE ERASE-LIST-FILE.
            MOVE WS-ERASE-COUNT TO WS-LISTED-COUNT.
            DISPLAY 'PERSON-IDS ON ERASURE LIST: ' WS-LISTED-COUNT.
            IF NOT WS-LIST-EOF THEN
                DISPLAY '*** ERASURE LIST EXCEEDS TABLE CAPACITY '
                        'OF 500 -- RUN ABANDONED ***'
                MOVE 8 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.

       B410-LOAD-ONE-LIST-ENTRY.
            READ ERASE-LIST-FILE INTO WS-ERASE-REQUEST
              AT END
                  SET WS-LIST-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-LIST-READ
                  PERFORM B420-ADD-LIST-ENTRY.

       B420-ADD-LIST-ENTRY.
            IF ELS-PERSON-ID IS NOT NUMERIC
               OR ELS-PERSON-ID = ZERO THEN
                ADD 1 TO WS-LIST-INVALID
                MOVE WS-ERASE-REQUEST(1:18) TO INV-DATA
                PERFORM C150-PRINT-INVALID-LINE
            ELSE
                MOVE ELS-PERSON-ID TO WS-LOOKUP-ID
                PERFORM G100-FIND-ERASE-ID
                IF WS-ERASE-FOUND THEN
                    ADD 1 TO WS-LIST-REPEATED
                ELSE
                    MOVE ELS-PERSON-ID   TO WS-NEW-ID
                    MOVE ELS-REQUEST-REF TO WS-NEW-REF
                    MOVE SPACE           TO WS-NEW-LINK-TYPE
                    MOVE ZERO            TO WS-NEW-LINK-ID
                    PERFORM G300-ADD-ERASE-ENTRY.

       B500-EXPAND-MERGED-IDS.
            IF WS-MERGE-COUNT > ZERO
               AND WS-ERASE-COUNT > ZERO THEN
                PERFORM B510-ADD-SURVIVING-ID
                  VARYING WS-ENTRY-SUB FROM 1 BY 1
                  UNTIL WS-ENTRY-SUB > WS-LISTED-COUNT
                SET WS-ENTRY-ADDED TO TRUE
                PERFORM B520-ADD-RETIRED-IDS-PASS
                  UNTIL NOT WS-ENTRY-ADDED.
            SUBTRACT WS-LISTED-COUNT FROM WS-ERASE-COUNT
              GIVING WS-IDS-ADDED.
            DISPLAY 'PERSON-IDS TO ERASE INCLUDING MERGED: '
                    WS-ERASE-COUNT.

       B510-ADD-SURVIVING-ID.
            MOVE ERT-PERSON-ID(WS-ENTRY-SUB) TO WS-RESOLVE-ID.
            PERFORM F000-RESOLVE-MERGED-ID.
            IF WS-RESOLVE-ID NOT = ERT-PERSON-ID(WS-ENTRY-SUB) THEN
                MOVE WS-RESOLVE-ID TO WS-LOOKUP-ID
                PERFORM G100-FIND-ERASE-ID
                IF NOT WS-ERASE-FOUND THEN
                    MOVE WS-RESOLVE-ID TO WS-NEW-ID
                    MOVE ERT-REQUEST-REF(WS-ENTRY-SUB) TO WS-NEW-REF
                    MOVE 'S' TO WS-NEW-LINK-TYPE
                    MOVE ERT-PERSON-ID(WS-ENTRY-SUB) TO WS-NEW-LINK-ID
                    PERFORM G300-ADD-ERASE-ENTRY.

       B520-ADD-RETIRED-IDS-PASS.
            MOVE 'N' TO WS-ENTRY-ADDED-SW.
            PERFORM B530-CHECK-ONE-MERGE
              VARYING WS-MERGE-SUB FROM 1 BY 1
              UNTIL WS-MERGE-SUB > WS-MERGE-COUNT.

       B530-CHECK-ONE-MERGE.
            MOVE WS-MXT-RETIRED-ID(WS-MERGE-SUB) TO WS-LOOKUP-ID.
            PERFORM G100-FIND-ERASE-ID.
            IF NOT WS-ERASE-FOUND THEN
                MOVE WS-MXT-SURVIVOR-ID(WS-MERGE-SUB) TO WS-LOOKUP-ID
                PERFORM G100-FIND-ERASE-ID
                IF WS-ERASE-FOUND THEN
                    MOVE WS-MXT-RETIRED-ID(WS-MERGE-SUB) TO WS-NEW-ID
                    MOVE ERT-REQUEST-REF(WS-ERASE-IDX) TO WS-NEW-REF
                    MOVE 'M' TO WS-NEW-LINK-TYPE
                    MOVE WS-MXT-SURVIVOR-ID(WS-MERGE-SUB)
                      TO WS-NEW-LINK-ID
                    PERFORM G300-ADD-ERASE-ENTRY
                    SET WS-ENTRY-ADDED TO TRUE.

       B600-CHECK-ERASURE-REGISTER.
            OPEN INPUT ERASREG-FILE.
            IF WS-ERASREG-FS = '00' THEN
                PERFORM B610-CHECK-ONE-REGISTER UNTIL WS-REG-EOF
                CLOSE ERASREG-FILE
            ELSE
                DISPLAY 'NO ERASURE REGISTER, STATUS: '
                        WS-ERASREG-FS ' - NEW REGISTER STARTED'.

       B610-CHECK-ONE-REGISTER.
            READ ERASREG-FILE
              AT END
                  SET WS-REG-EOF TO TRUE
              NOT AT END
                  IF ERG-PERSON-ID IS NUMERIC THEN
                      MOVE ERG-PERSON-ID TO WS-LOOKUP-ID
                      PERFORM G100-FIND-ERASE-ID
                      IF WS-ERASE-FOUND THEN
                          SET ERT-ALREADY-REGISTERED(WS-ERASE-IDX)
                            TO TRUE.

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

       C150-PRINT-INVALID-LINE.
            WRITE PRINT-LINE FROM WS-INVALID-LINE
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

       C300-PRINT-CERTIFICATE.
            PERFORM C310-PRINT-ONE-PERSON
              VARYING WS-ENTRY-SUB FROM 1 BY 1
              UNTIL WS-ENTRY-SUB > WS-ERASE-COUNT.

       C310-PRINT-ONE-PERSON.
            IF WS-LINE-COUNT + 12 > WS-MAX-LINES-PER-PAGE THEN
                PERFORM C000-PRINT-HEADINGS.
            MOVE ERT-PERSON-ID(WS-ENTRY-SUB)   TO PSL-PERSON-ID.
            MOVE ERT-REQUEST-REF(WS-ENTRY-SUB) TO PSL-REQUEST-REF.
            MOVE SPACES TO PSL-LINK-TEXT.
            MOVE SPACES TO PSL-LINK-ID.
            IF ERT-SURVIVOR-OF-REQUEST(WS-ENTRY-SUB) THEN
                MOVE 'SURVIVOR OF ID ' TO PSL-LINK-TEXT
                MOVE ERT-LINK-ID(WS-ENTRY-SUB) TO PSL-LINK-ID.
            IF ERT-MERGED-INTO(WS-ENTRY-SUB) THEN
                MOVE 'MERGED INTO ID ' TO PSL-LINK-TEXT
                MOVE ERT-LINK-ID(WS-ENTRY-SUB) TO PSL-LINK-ID.
            IF ERT-ALREADY-REGISTERED(WS-ENTRY-SUB) THEN
                MOVE 'ERASED PREVIOUSLY' TO PSL-STATUS
            ELSE
                MOVE 'ERASURE RECORDED' TO PSL-STATUS.
            WRITE PRINT-LINE FROM SPACES
                AFTER ADVANCING 1 LINE.
            WRITE PRINT-LINE FROM WS-PERSON-LINE
                AFTER ADVANCING 1 LINE.
            ADD 2 TO WS-LINE-COUNT.
            PERFORM C320-PRINT-ONE-FILE
              VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > 10.

       C320-PRINT-ONE-FILE.
            MOVE WS-FNT-FILE-NAME(WS-FILE-SUB) TO DTL-FILE-NAME.
            MOVE WS-FNT-ACTION(WS-FILE-SUB)    TO DTL-ACTION.
            MOVE ERT-FILE-COUNT(WS-ENTRY-SUB, WS-FILE-SUB)
              TO DTL-COUNT.
            IF ERT-FILE-COUNT(WS-ENTRY-SUB, WS-FILE-SUB) = ZERO THEN
                MOVE 'NOTHING HELD' TO DTL-ACTION.
            IF WS-FILE-SUB = 5
               AND ERT-FILE-COUNT(WS-ENTRY-SUB, 5) = ZERO
               AND ERT-NAME-SHARED(WS-ENTRY-SUB) THEN
                MOVE 'KEPT - NAME IN USE' TO DTL-ACTION.
            IF WS-FILE-SUB = 5
               AND NOT ERT-NAME-KNOWN(WS-ENTRY-SUB) THEN
                MOVE 'NO NAME ON FILE' TO DTL-ACTION.
            PERFORM C100-PRINT-DETAIL-LINE.

       C400-PRINT-FILE-BALANCE.
            PERFORM C000-PRINT-HEADINGS.
            WRITE PRINT-LINE FROM WS-BALANCE-HEADING
                AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-LINE-COUNT.
            PERFORM C410-PRINT-ONE-BALANCE
              VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > 10.
            MOVE 'ERASED.DAT    ' TO BAL-FILE-NAME.
            MOVE WS-REG-READ      TO BAL-READ.
            MOVE WS-REG-WRITTEN   TO BAL-WRITTEN.
            MOVE ZERO             TO BAL-REMOVED.
            ADD WS-REG-READ WS-IDS-REGISTERED
              GIVING WS-BALANCE-EXPECTED.
            IF WS-BALANCE-EXPECTED = WS-REG-WRITTEN THEN
                MOVE 'IN BALANCE' TO BAL-STATUS
            ELSE
                MOVE '*** OUT OF BALANCE' TO BAL-STATUS
                ADD 1 TO WS-OUT-OF-BALANCE.
            PERFORM C420-WRITE-BALANCE-LINE.

       C410-PRINT-ONE-BALANCE.
            MOVE WS-FNT-FILE-NAME(WS-FILE-SUB) TO BAL-FILE-NAME.
            MOVE WS-FTT-READ(WS-FILE-SUB)      TO BAL-READ.
            MOVE WS-FTT-WRITTEN(WS-FILE-SUB)   TO BAL-WRITTEN.
            MOVE WS-FTT-REMOVED(WS-FILE-SUB)   TO BAL-REMOVED.
            IF WS-FILE-SUB < 3
               OR WS-FILE-SUB > 8 THEN
                MOVE 'UPDATED IN PLACE' TO BAL-STATUS
            ELSE
                PERFORM C430-CHECK-ONE-BALANCE.
            PERFORM C420-WRITE-BALANCE-LINE.

       C420-WRITE-BALANCE-LINE.
            WRITE PRINT-LINE FROM WS-BALANCE-LINE
                AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-LINE-COUNT.
            IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE THEN
                PERFORM C000-PRINT-HEADINGS.

       C430-CHECK-ONE-BALANCE.
            IF WS-FILE-SUB = 8 THEN
                ADD WS-FTT-READ(8) WS-ERASURES-AUDITED
                  GIVING WS-BALANCE-EXPECTED
            ELSE
                SUBTRACT WS-FTT-REMOVED(WS-FILE-SUB)
                  FROM WS-FTT-READ(WS-FILE-SUB)
                  GIVING WS-BALANCE-EXPECTED.
            IF WS-BALANCE-EXPECTED = WS-FTT-WRITTEN(WS-FILE-SUB) THEN
                MOVE 'IN BALANCE' TO BAL-STATUS
            ELSE
                MOVE '*** OUT OF BALANCE' TO BAL-STATUS
                ADD 1 TO WS-OUT-OF-BALANCE.

       D000-ERASE-INDEXED-RECORDS.
            PERFORM D010-ERASE-ONE-PERSON
              VARYING WS-ENTRY-SUB FROM 1 BY 1
              UNTIL WS-ENTRY-SUB > WS-ERASE-COUNT.

       D010-ERASE-ONE-PERSON.
            MOVE ERT-PERSON-ID(WS-ENTRY-SUB)
              TO PERSON-ID OF OUTPUT-RECORD.
            READ OUTFILE KEY IS PERSON-ID OF OUTPUT-RECORD
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  PERFORM D020-DELETE-OUTPUT-RECORD.
            MOVE ERT-PERSON-ID(WS-ENTRY-SUB) TO ADR-PERSON-ID.
            READ ADDR-FILE
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  PERFORM D030-DELETE-ADDRESS.

       D020-DELETE-OUTPUT-RECORD.
            MOVE LAST-NAME OF OUTPUT-RECORD
              TO ERT-LAST-NAME(WS-ENTRY-SUB).
            MOVE FIRST-NAME OF OUTPUT-RECORD
              TO ERT-FIRST-NAME(WS-ENTRY-SUB).
            MOVE MIDDLE-NAME OF OUTPUT-RECORD
              TO ERT-MIDDLE-NAME(WS-ENTRY-SUB).
            SET ERT-NAME-KNOWN(WS-ENTRY-SUB) TO TRUE.
            DELETE OUTFILE RECORD.
            IF WS-OUTFILE-FS NOT = '00' THEN
                DISPLAY '*** OUTFILE DELETE ERROR, FILE STATUS: '
                        WS-OUTFILE-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            ADD 1 TO ERT-FILE-COUNT(WS-ENTRY-SUB, 1).
            ADD 1 TO WS-FTT-REMOVED(1).

       D030-DELETE-ADDRESS.
            DELETE ADDR-FILE RECORD.
            IF WS-ADDRFILE-FS NOT = '00' THEN
                DISPLAY '*** ADDRFILE DELETE ERROR, FILE STATUS: '
                        WS-ADDRFILE-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            ADD 1 TO ERT-FILE-COUNT(WS-ENTRY-SUB, 2).
            ADD 1 TO WS-FTT-REMOVED(2).

       D100-COPY-ARCHIVE.
            PERFORM D110-COPY-ONE-ARCHIVE UNTIL WS-ARCH-EOF.

       D110-COPY-ONE-ARCHIVE.
            READ ARCH-FILE
              AT END
                  SET WS-ARCH-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-FTT-READ(4)
                  MOVE ARCHIVE-RECORD TO WS-IMAGE-WORK
                  PERFORM D120-CHECK-ARCHIVE-RECORD.

       D120-CHECK-ARCHIVE-RECORD.
            MOVE 'N' TO WS-ERASE-FOUND-SW.
            IF IMG-PERSON-ID IS NUMERIC THEN
                MOVE IMG-PERSON-ID TO WS-LOOKUP-ID
                PERFORM G100-FIND-ERASE-ID.
            IF WS-ERASE-FOUND THEN
                PERFORM G400-CAPTURE-IMAGE-NAME
                ADD 1 TO ERT-FILE-COUNT(WS-ERASE-IDX, 4)
                ADD 1 TO WS-FTT-REMOVED(4)
            ELSE
                WRITE ARCH-NEW-RECORD FROM ARCHIVE-RECORD
                ADD 1 TO WS-FTT-WRITTEN(4).

       D200-SCAN-AUDIT-NAMES.
            MOVE ZERO TO WS-UNNAMED-COUNT.
            PERFORM D205-COUNT-ONE-UNNAMED
              VARYING WS-ENTRY-SUB FROM 1 BY 1
              UNTIL WS-ENTRY-SUB > WS-ERASE-COUNT.
            IF WS-UNNAMED-COUNT > ZERO THEN
                PERFORM D210-SCAN-ONE-AUDIT UNTIL WS-AUDIT-EOF
                CLOSE AUDIT-FILE
                MOVE 'N' TO WS-AUDIT-EOF-SW
                OPEN INPUT AUDIT-FILE
                IF WS-AUDIT-FS NOT = '00' THEN
                    DISPLAY '*** AUDIT FILE OPEN ERROR, FILE STATUS: '
                            WS-AUDIT-FS
                    MOVE 16 TO RETURN-CODE
                    PERFORM Z999-END-PROGRAM.
            IF WS-AUDGEN-PRESENT THEN
                PERFORM D230-SCAN-AUDIT-GEN-NAMES.

       D205-COUNT-ONE-UNNAMED.
            IF NOT ERT-NAME-KNOWN(WS-ENTRY-SUB) THEN
                ADD 1 TO WS-UNNAMED-COUNT.

       D210-SCAN-ONE-AUDIT.
            READ AUDIT-FILE
              AT END
                  SET WS-AUDIT-EOF TO TRUE
              NOT AT END
                  IF AUD-OUTPUT-IMAGE
                     AND AUD-PERSON-ID IS NUMERIC THEN
                      MOVE AUD-PERSON-ID TO WS-LOOKUP-ID
                      PERFORM G100-FIND-ERASE-ID
                      IF WS-ERASE-FOUND THEN
                          PERFORM D220-CAPTURE-AUDIT-NAME.

       D220-CAPTURE-AUDIT-NAME.
            IF AUD-AFTER-IMAGE NOT = SPACES THEN
                MOVE AUD-AFTER-IMAGE  TO WS-IMAGE-WORK
            ELSE
                MOVE AUD-BEFORE-IMAGE TO WS-IMAGE-WORK.
            PERFORM G400-CAPTURE-IMAGE-NAME.

       D230-SCAN-AUDIT-GEN-NAMES.
            MOVE ZERO TO WS-UNNAMED-COUNT.
            PERFORM D205-COUNT-ONE-UNNAMED
              VARYING WS-ENTRY-SUB FROM 1 BY 1
              UNTIL WS-ENTRY-SUB > WS-ERASE-COUNT.
            IF WS-UNNAMED-COUNT > ZERO THEN
                PERFORM G500-START-AUDIT-GEN
                PERFORM D235-SCAN-ONE-AUDIT-GEN UNTIL WS-AUDGEN-EOF.

       D235-SCAN-ONE-AUDIT-GEN.
            READ AUDIT-GEN-FILE NEXT RECORD
              AT END
                  SET WS-AUDGEN-EOF TO TRUE
              NOT AT END
                  IF AGN-SEQ-NO NOT = ZERO
                     AND AGN-OUTPUT-IMAGE
                     AND AGN-PERSON-ID IS NUMERIC THEN
                      MOVE AGN-PERSON-ID TO WS-LOOKUP-ID
                      PERFORM G100-FIND-ERASE-ID
                      IF WS-ERASE-FOUND THEN
                          PERFORM D240-CAPTURE-AUDIT-GEN-NAME.

       D240-CAPTURE-AUDIT-GEN-NAME.
            IF AGN-AFTER-IMAGE NOT = SPACES THEN
                MOVE AGN-AFTER-IMAGE  TO WS-IMAGE-WORK
            ELSE
                MOVE AGN-BEFORE-IMAGE TO WS-IMAGE-WORK.
            PERFORM G400-CAPTURE-IMAGE-NAME.

       D300-COPY-AUDIT.
            PERFORM D310-COPY-ONE-AUDIT UNTIL WS-AUDIT-EOF.
            PERFORM D340-WRITE-ERASURE-AUDIT
              VARYING WS-ENTRY-SUB FROM 1 BY 1
              UNTIL WS-ENTRY-SUB > WS-ERASE-COUNT.

       D310-COPY-ONE-AUDIT.
            READ AUDIT-FILE
              AT END
                  SET WS-AUDIT-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-FTT-READ(8)
                  PERFORM D320-CHECK-AUDIT-RECORD.

       D320-CHECK-AUDIT-RECORD.
            MOVE 'N' TO WS-ERASE-FOUND-SW.
            IF AUD-PERSON-ID IS NUMERIC
               AND AUD-PERSON-ID NOT = ZERO THEN
                MOVE AUD-PERSON-ID TO WS-LOOKUP-ID
                PERFORM G100-FIND-ERASE-ID
            ELSE
                PERFORM D330-MATCH-UNKEYED-IMAGE.
            IF WS-ERASE-FOUND
               AND (AUD-BEFORE-IMAGE NOT = SPACES
                    OR AUD-AFTER-IMAGE NOT = SPACES) THEN
                MOVE SPACES TO AUD-BEFORE-IMAGE
                MOVE SPACES TO AUD-AFTER-IMAGE
                ADD 1 TO ERT-FILE-COUNT(WS-ERASE-IDX, 8)
                ADD 1 TO WS-FTT-REMOVED(8).
            WRITE AUDIT-NEW-RECORD FROM AUDIT-RECORD.
            ADD 1 TO WS-FTT-WRITTEN(8).

       D330-MATCH-UNKEYED-IMAGE.
            IF AUD-MASTER-IMAGE THEN
                PERFORM D335-MATCH-MASTER-IMAGE
            ELSE
                PERFORM D332-MATCH-PERSON-IMAGE.

       D332-MATCH-PERSON-IMAGE.
            IF AUD-BEFORE-IMAGE(1:2) = 'D ' THEN
                MOVE AUD-BEFORE-IMAGE(3:78) TO WS-IMAGE-WORK
            ELSE
                MOVE AUD-BEFORE-IMAGE TO WS-IMAGE-WORK.
            IF IMG-LAST-NAME NOT = SPACES THEN
                MOVE IMG-LAST-NAME   TO WS-LOOKUP-LAST-NAME
                MOVE IMG-FIRST-NAME  TO WS-LOOKUP-FIRST-NAME
                MOVE IMG-MIDDLE-NAME TO WS-LOOKUP-MIDDLE-NAME
                PERFORM G200-FIND-ERASE-NAME.

       D335-MATCH-MASTER-IMAGE.
            MOVE AUD-BEFORE-IMAGE TO WS-MASTER-IMAGE.
            PERFORM G250-FIND-MASTER-IMAGE-NAME.
            IF NOT WS-ERASE-FOUND
               AND AUD-AFTER-IMAGE NOT = SPACES THEN
                MOVE AUD-AFTER-IMAGE TO WS-MASTER-IMAGE
                PERFORM G250-FIND-MASTER-IMAGE-NAME.

       D340-WRITE-ERASURE-AUDIT.
            IF NOT ERT-ALREADY-REGISTERED(WS-ENTRY-SUB) THEN
                MOVE WS-AUD-ACTION-ERASURE TO WS-AUDIT-ACTION
                MOVE ERT-PERSON-ID(WS-ENTRY-SUB) TO WS-AUDIT-PERSON-ID
                MOVE SPACES TO WS-AUDIT-BEFORE
                MOVE SPACES TO WS-AUDIT-AFTER
                PERFORM E100-WRITE-AUDIT-RECORD
                ADD 1 TO WS-ERASURES-AUDITED.

       D400-COPY-ADDRESS-HISTORY.
            PERFORM D410-COPY-ONE-HISTORY UNTIL WS-HIST-EOF.

       D410-COPY-ONE-HISTORY.
            READ ADRHIST-FILE
              AT END
                  SET WS-HIST-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-FTT-READ(3)
                  PERFORM D420-CHECK-HISTORY-RECORD.

       D420-CHECK-HISTORY-RECORD.
            MOVE 'N' TO WS-ERASE-FOUND-SW.
            IF AHR-PERSON-ID IS NUMERIC THEN
                MOVE AHR-PERSON-ID TO WS-LOOKUP-ID
                PERFORM G100-FIND-ERASE-ID.
            IF WS-ERASE-FOUND THEN
                ADD 1 TO ERT-FILE-COUNT(WS-ERASE-IDX, 3)
                ADD 1 TO WS-FTT-REMOVED(3)
            ELSE
                WRITE ADRHIST-NEW-RECORD FROM ADRHIST-RECORD
                ADD 1 TO WS-FTT-WRITTEN(3).

       D500-COPY-MAIL-HISTORY.
            PERFORM D510-COPY-ONE-MAILING UNTIL WS-MAILHIST-EOF.

       D510-COPY-ONE-MAILING.
            READ MAILHIST-FILE
              AT END
                  SET WS-MAILHIST-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-FTT-READ(7)
                  PERFORM D520-CHECK-MAILING-RECORD.

       D520-CHECK-MAILING-RECORD.
            MOVE 'N' TO WS-ERASE-FOUND-SW.
            IF MHS-PERSON-ID IS NUMERIC THEN
                MOVE MHS-PERSON-ID TO WS-LOOKUP-ID
                PERFORM G100-FIND-ERASE-ID.
            IF WS-ERASE-FOUND THEN
                ADD 1 TO ERT-FILE-COUNT(WS-ERASE-IDX, 7)
                ADD 1 TO WS-FTT-REMOVED(7)
            ELSE
                WRITE MAILHIST-NEW-RECORD FROM MAILHIST-RECORD
                ADD 1 TO WS-FTT-WRITTEN(7).

       D600-COPY-ID-XREF.
            PERFORM D610-COPY-ONE-XREF UNTIL WS-XREF-EOF.

       D610-COPY-ONE-XREF.
            READ XREF-FILE
              AT END
                  SET WS-XREF-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-FTT-READ(6)
                  PERFORM D620-CHECK-XREF-LINE.

       D620-CHECK-XREF-LINE.
            MOVE 'N' TO WS-ERASE-FOUND-SW.
            IF XRF-ASSIGNED-ID IS NUMERIC THEN
                MOVE XRF-ASSIGNED-ID TO WS-LOOKUP-ID
                PERFORM G100-FIND-ERASE-ID.
            IF WS-ERASE-FOUND THEN
                ADD 1 TO ERT-FILE-COUNT(WS-ERASE-IDX, 6)
                ADD 1 TO WS-FTT-REMOVED(6)
            ELSE
                WRITE XREF-NEW-LINE FROM XREF-LINE
                ADD 1 TO WS-FTT-WRITTEN(6).

       D700-COPY-MASTER.
            PERFORM D710-COPY-ONE-MASTER UNTIL WS-MASTER-EOF.

       D710-COPY-ONE-MASTER.
            READ MASTER-FILE
              AT END
                  SET WS-MASTER-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-FTT-READ(5)
                  PERFORM D720-CHECK-MASTER-NAME.

       D720-CHECK-MASTER-NAME.
            MOVE 'N' TO WS-NAME-IN-USE-SW.
            MOVE MAST-LAST-NAME   TO WS-LOOKUP-LAST-NAME.
            MOVE MAST-FIRST-NAME  TO WS-LOOKUP-FIRST-NAME.
            MOVE MAST-MIDDLE-NAME TO WS-LOOKUP-MIDDLE-NAME.
            PERFORM G200-FIND-ERASE-NAME.
            IF WS-ERASE-FOUND THEN
                PERFORM D730-CHECK-NAME-IN-USE.
            IF WS-ERASE-FOUND AND NOT WS-NAME-IN-USE THEN
                ADD 1 TO ERT-FILE-COUNT(WS-ERASE-IDX, 5)
                ADD 1 TO WS-FTT-REMOVED(5)
            ELSE
                WRITE MASTER-NEW-RECORD FROM MASTER-RECORD
                ADD 1 TO WS-FTT-WRITTEN(5).

       D730-CHECK-NAME-IN-USE.
            MOVE 'N' TO WS-NAME-BROWSE-END-SW.
            MOVE MAST-LAST-NAME TO LAST-NAME OF OUTPUT-RECORD.
            START OUTFILE KEY IS EQUAL TO LAST-NAME OF OUTPUT-RECORD
              INVALID KEY
                  SET WS-NAME-BROWSE-END TO TRUE.
            PERFORM D740-READ-NEXT-SAME-NAME
              UNTIL WS-NAME-BROWSE-END
                 OR WS-NAME-IN-USE.
            IF WS-NAME-IN-USE THEN
                ADD 1 TO WS-MASTER-NAMES-KEPT
                SET ERT-NAME-SHARED(WS-ERASE-IDX) TO TRUE.

       D740-READ-NEXT-SAME-NAME.
            READ OUTFILE NEXT RECORD
              AT END
                  SET WS-NAME-BROWSE-END TO TRUE
              NOT AT END
                  IF LAST-NAME OF OUTPUT-RECORD NOT = MAST-LAST-NAME
                     THEN
                      SET WS-NAME-BROWSE-END TO TRUE
                  ELSE
                      IF FIRST-NAME OF OUTPUT-RECORD = MAST-FIRST-NAME
                         AND MIDDLE-NAME OF OUTPUT-RECORD =
                                                  MAST-MIDDLE-NAME THEN
                          SET WS-NAME-IN-USE TO TRUE.

       D800-COPY-ERASURE-REGISTER.
            OPEN OUTPUT ERASREG-NEW-FILE.
            MOVE 'N' TO WS-REG-EOF-SW.
            OPEN INPUT ERASREG-FILE.
            IF WS-ERASREG-FS = '00' THEN
                PERFORM D810-COPY-ONE-REGISTER UNTIL WS-REG-EOF
                CLOSE ERASREG-FILE.
            PERFORM D820-REGISTER-ONE-ERASURE
              VARYING WS-ENTRY-SUB FROM 1 BY 1
              UNTIL WS-ENTRY-SUB > WS-ERASE-COUNT.
            CLOSE ERASREG-NEW-FILE.

       D810-COPY-ONE-REGISTER.
            READ ERASREG-FILE
              AT END
                  SET WS-REG-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-REG-READ
                  WRITE ERASREG-NEW-RECORD FROM ERASREG-RECORD
                  ADD 1 TO WS-REG-WRITTEN.

       D820-REGISTER-ONE-ERASURE.
            IF NOT ERT-ALREADY-REGISTERED(WS-ENTRY-SUB) THEN
                MOVE SPACES TO ERASREG-RECORD
                MOVE ERT-PERSON-ID(WS-ENTRY-SUB)   TO ERG-PERSON-ID
                MOVE WS-PROCESS-DATE-N             TO ERG-ERASED-DATE
                MOVE ERT-REQUEST-REF(WS-ENTRY-SUB) TO ERG-REQUEST-REF
                WRITE ERASREG-NEW-RECORD FROM ERASREG-RECORD
                ADD 1 TO WS-REG-WRITTEN
                ADD 1 TO WS-IDS-REGISTERED.

       D900-BLANK-AUDIT-GENERATIONS.
            IF WS-AUDGEN-PRESENT THEN
                PERFORM G500-START-AUDIT-GEN
                PERFORM D910-BLANK-ONE-AUDIT-GEN UNTIL WS-AUDGEN-EOF.

       D910-BLANK-ONE-AUDIT-GEN.
            READ AUDIT-GEN-FILE NEXT RECORD
              AT END
                  SET WS-AUDGEN-EOF TO TRUE
              NOT AT END
                  IF AGN-SEQ-NO NOT = ZERO THEN
                      ADD 1 TO WS-FTT-READ(9)
                      PERFORM D920-CHECK-AUDIT-GEN-RECORD.

       D920-CHECK-AUDIT-GEN-RECORD.
            MOVE 'N' TO WS-ERASE-FOUND-SW.
            IF AGN-PERSON-ID IS NUMERIC
               AND AGN-PERSON-ID NOT = ZERO THEN
                MOVE AGN-PERSON-ID TO WS-LOOKUP-ID
                PERFORM G100-FIND-ERASE-ID
            ELSE
                PERFORM D930-MATCH-UNKEYED-GEN-IMAGE.
            IF WS-ERASE-FOUND
               AND (AGN-BEFORE-IMAGE NOT = SPACES
                    OR AGN-AFTER-IMAGE NOT = SPACES) THEN
                PERFORM D940-REWRITE-AUDIT-GEN.

       D930-MATCH-UNKEYED-GEN-IMAGE.
            IF AGN-MASTER-IMAGE THEN
                PERFORM D935-MATCH-MASTER-GEN-IMAGE
            ELSE
                PERFORM D932-MATCH-PERSON-GEN-IMAGE.

       D932-MATCH-PERSON-GEN-IMAGE.
            IF AGN-BEFORE-IMAGE(1:2) = 'D ' THEN
                MOVE AGN-BEFORE-IMAGE(3:78) TO WS-IMAGE-WORK
            ELSE
                MOVE AGN-BEFORE-IMAGE TO WS-IMAGE-WORK.
            IF IMG-LAST-NAME NOT = SPACES THEN
                MOVE IMG-LAST-NAME   TO WS-LOOKUP-LAST-NAME
                MOVE IMG-FIRST-NAME  TO WS-LOOKUP-FIRST-NAME
                MOVE IMG-MIDDLE-NAME TO WS-LOOKUP-MIDDLE-NAME
                PERFORM G200-FIND-ERASE-NAME.

       D935-MATCH-MASTER-GEN-IMAGE.
            MOVE AGN-BEFORE-IMAGE TO WS-MASTER-IMAGE.
            PERFORM G250-FIND-MASTER-IMAGE-NAME.
            IF NOT WS-ERASE-FOUND
               AND AGN-AFTER-IMAGE NOT = SPACES THEN
                MOVE AGN-AFTER-IMAGE TO WS-MASTER-IMAGE
                PERFORM G250-FIND-MASTER-IMAGE-NAME.

       D940-REWRITE-AUDIT-GEN.
            MOVE SPACES TO AGN-BEFORE-IMAGE.
            MOVE SPACES TO AGN-AFTER-IMAGE.
            REWRITE AUDIT-GEN-RECORD.
            IF WS-AUDGEN-FS NOT = '00' THEN
                DISPLAY '*** AUDGEN REWRITE ERROR, FILE STATUS: '
                        WS-AUDGEN-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            ADD 1 TO ERT-FILE-COUNT(WS-ERASE-IDX, 9).
            ADD 1 TO WS-FTT-REMOVED(9).

       D950-BLANK-HISTORY-GENERATIONS.
            IF WS-AHSGEN-PRESENT THEN
                PERFORM G600-START-HISTORY-GEN
                PERFORM D960-BLANK-ONE-HISTORY-GEN
                  UNTIL WS-AHSGEN-EOF.

       D960-BLANK-ONE-HISTORY-GEN.
            READ ADRHIST-GEN-FILE NEXT RECORD
              AT END
                  SET WS-AHSGEN-EOF TO TRUE
              NOT AT END
                  IF HGN-SEQ-NO NOT = ZERO THEN
                      ADD 1 TO WS-FTT-READ(10)
                      PERFORM D970-CHECK-HISTORY-GEN-RECORD.

       D970-CHECK-HISTORY-GEN-RECORD.
            MOVE 'N' TO WS-ERASE-FOUND-SW.
            IF HGN-PERSON-ID IS NUMERIC THEN
                MOVE HGN-PERSON-ID TO WS-LOOKUP-ID
                PERFORM G100-FIND-ERASE-ID.
            IF WS-ERASE-FOUND
               AND (HGN-STREET NOT = SPACES
                    OR HGN-CITY NOT = SPACES
                    OR HGN-STATE NOT = SPACES
                    OR HGN-POSTAL-CODE NOT = SPACES) THEN
                PERFORM D980-REWRITE-HISTORY-GEN.

       D980-REWRITE-HISTORY-GEN.
            MOVE SPACES TO HGN-STREET.
            MOVE SPACES TO HGN-CITY.
            MOVE SPACES TO HGN-STATE.
            MOVE SPACES TO HGN-POSTAL-CODE.
            REWRITE ADRHIST-GEN-RECORD.
            IF WS-AHSGEN-FS NOT = '00' THEN
                DISPLAY '*** AHSGEN REWRITE ERROR, FILE STATUS: '
                        WS-AHSGEN-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            ADD 1 TO ERT-FILE-COUNT(WS-ERASE-IDX, 10).
            ADD 1 TO WS-FTT-REMOVED(10).

       E100-WRITE-AUDIT-RECORD.
            MOVE SPACES              TO AUDIT-RECORD.
            MOVE WS-PROCESS-DATE-N   TO AUD-RUN-DATE.
            MOVE 'ERASURE '          TO AUD-PROGRAM-NAME.
            MOVE WS-AUDIT-ACTION     TO AUD-ACTION-CODE.
            MOVE WS-AUDIT-PERSON-ID  TO AUD-PERSON-ID.
            MOVE WS-AUDIT-BEFORE     TO AUD-BEFORE-IMAGE.
            MOVE WS-AUDIT-AFTER      TO AUD-AFTER-IMAGE.
            WRITE AUDIT-NEW-RECORD FROM AUDIT-RECORD.
            ADD 1 TO WS-FTT-WRITTEN(8).

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

       G100-FIND-ERASE-ID.
            MOVE 'N' TO WS-ERASE-FOUND-SW.
            IF WS-ERASE-COUNT > ZERO THEN
                SET WS-ERASE-IDX TO 1
                SEARCH WS-ERASE-ENTRY
                  AT END
                      CONTINUE
                  WHEN ERT-PERSON-ID(WS-ERASE-IDX) = WS-LOOKUP-ID
                      SET WS-ERASE-FOUND TO TRUE.

       G200-FIND-ERASE-NAME.
            MOVE 'N' TO WS-ERASE-FOUND-SW.
            IF WS-ERASE-COUNT > ZERO THEN
                SET WS-ERASE-IDX TO 1
                SEARCH WS-ERASE-ENTRY
                  AT END
                      CONTINUE
                  WHEN ERT-NAME-KNOWN(WS-ERASE-IDX)
                   AND ERT-LAST-NAME(WS-ERASE-IDX) =
                                              WS-LOOKUP-LAST-NAME
                   AND ERT-FIRST-NAME(WS-ERASE-IDX) =
                                              WS-LOOKUP-FIRST-NAME
                   AND ERT-MIDDLE-NAME(WS-ERASE-IDX) =
                                              WS-LOOKUP-MIDDLE-NAME
                      SET WS-ERASE-FOUND TO TRUE.

       G250-FIND-MASTER-IMAGE-NAME.
            MOVE 'N' TO WS-ERASE-FOUND-SW.
            IF MIM-LAST-NAME NOT = SPACES THEN
                MOVE MIM-LAST-NAME   TO WS-LOOKUP-LAST-NAME
                MOVE MIM-FIRST-NAME  TO WS-LOOKUP-FIRST-NAME
                MOVE MIM-MIDDLE-NAME TO WS-LOOKUP-MIDDLE-NAME
                PERFORM G200-FIND-ERASE-NAME.

       G300-ADD-ERASE-ENTRY.
            IF WS-ERASE-COUNT = 500 THEN
                DISPLAY '*** ERASURE LIST WITH MERGED PERSON-IDS '
                        'EXCEEDS TABLE CAPACITY OF 500 -- RUN '
                        'ABANDONED ***'
                MOVE 8 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            ADD 1 TO WS-ERASE-COUNT.
            MOVE SPACES           TO WS-ERASE-ENTRY(WS-ERASE-COUNT).
            MOVE WS-NEW-ID        TO ERT-PERSON-ID(WS-ERASE-COUNT).
            MOVE WS-NEW-REF       TO ERT-REQUEST-REF(WS-ERASE-COUNT).
            MOVE WS-NEW-LINK-TYPE TO ERT-LINK-TYPE(WS-ERASE-COUNT).
            MOVE WS-NEW-LINK-ID   TO ERT-LINK-ID(WS-ERASE-COUNT).
            MOVE 'N' TO ERT-REGISTERED-SW(WS-ERASE-COUNT).
            MOVE 'N' TO ERT-NAME-SW(WS-ERASE-COUNT).
            MOVE 'N' TO ERT-SHARED-SW(WS-ERASE-COUNT).
            PERFORM G310-CLEAR-ONE-COUNT
              VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > 10.

       G310-CLEAR-ONE-COUNT.
            MOVE ZERO TO ERT-FILE-COUNT(WS-ERASE-COUNT, WS-FILE-SUB).

       G400-CAPTURE-IMAGE-NAME.
            IF NOT ERT-NAME-KNOWN(WS-ERASE-IDX)
               AND IMG-LAST-NAME NOT = SPACES THEN
                MOVE IMG-LAST-NAME   TO ERT-LAST-NAME(WS-ERASE-IDX)
                MOVE IMG-FIRST-NAME  TO ERT-FIRST-NAME(WS-ERASE-IDX)
                MOVE IMG-MIDDLE-NAME TO ERT-MIDDLE-NAME(WS-ERASE-IDX)
                SET ERT-NAME-KNOWN(WS-ERASE-IDX) TO TRUE.

       G500-START-AUDIT-GEN.
            MOVE 'N' TO WS-AUDGEN-EOF-SW.
            MOVE ZERO TO AGN-GEN-NO.
            MOVE ZERO TO AGN-SEQ-NO.
            START AUDIT-GEN-FILE KEY NOT LESS THAN AGN-KEY
              INVALID KEY
                  SET WS-AUDGEN-EOF TO TRUE.

       G600-START-HISTORY-GEN.
            MOVE 'N' TO WS-AHSGEN-EOF-SW.
            MOVE ZERO TO HGN-GEN-NO.
            MOVE ZERO TO HGN-SEQ-NO.
            START ADRHIST-GEN-FILE KEY NOT LESS THAN HGN-KEY
              INVALID KEY
                  SET WS-AHSGEN-EOF TO TRUE.

       H000-ROLL-IN-NEW-FILES.
            PERFORM H010-CLOSE-COPY-FILES.
            PERFORM H110-ROLL-REGISTER.
            PERFORM H120-ROLL-ADDRESS-HISTORY.
            PERFORM H130-ROLL-ARCHIVE.
            PERFORM H140-ROLL-MASTER.
            PERFORM H150-ROLL-ID-XREF.
            PERFORM H160-ROLL-MAIL-HISTORY.
            PERFORM H170-ROLL-AUDIT.
            DISPLAY 'ERASED COPIES ROLLED IN: ' WS-FILES-ROLLED.

       H010-CLOSE-COPY-FILES.
            CLOSE ARCH-FILE.
            CLOSE ARCH-NEW-FILE.
            CLOSE AUDIT-FILE.
            CLOSE AUDIT-NEW-FILE.
            CLOSE ADRHIST-FILE.
            CLOSE ADRHIST-NEW-FILE.
            CLOSE MAILHIST-FILE.
            CLOSE MAILHIST-NEW-FILE.
            CLOSE XREF-FILE.
            CLOSE XREF-NEW-FILE.
            CLOSE MASTER-FILE.
            CLOSE MASTER-NEW-FILE.
            SET WS-COPIES-CLOSED TO TRUE.

       H110-ROLL-REGISTER.
            MOVE 'ERASED.DAT    ' TO WS-ROLL-FILE-NAME.
            MOVE WS-REG-WRITTEN TO WS-ROLL-EXPECTED.
            OPEN INPUT ERASREG-NEW-FILE.
            OPEN OUTPUT ERASREG-FILE.
            MOVE WS-ERASREG-FS TO WS-LIVE-FS.
            PERFORM H900-CHECK-ROLL-OPEN.
            MOVE ZERO TO WS-ROLL-COUNT.
            MOVE 'N' TO WS-ROLL-EOF-SW.
            PERFORM H115-ROLL-ONE-REGISTER UNTIL WS-ROLL-EOF.
            CLOSE ERASREG-NEW-FILE.
            CLOSE ERASREG-FILE.
            PERFORM H910-CHECK-ROLL-COUNT.

       H115-ROLL-ONE-REGISTER.
            READ ERASREG-NEW-FILE
              AT END
                  SET WS-ROLL-EOF TO TRUE
              NOT AT END
                  WRITE ERASREG-RECORD FROM ERASREG-NEW-RECORD
                  ADD 1 TO WS-ROLL-COUNT.

       H120-ROLL-ADDRESS-HISTORY.
            MOVE 'ADRHIST.DAT   ' TO WS-ROLL-FILE-NAME.
            MOVE WS-FTT-WRITTEN(3) TO WS-ROLL-EXPECTED.
            OPEN INPUT ADRHIST-NEW-FILE.
            OPEN OUTPUT ADRHIST-FILE.
            MOVE WS-ADRHIST-FS TO WS-LIVE-FS.
            PERFORM H900-CHECK-ROLL-OPEN.
            MOVE ZERO TO WS-ROLL-COUNT.
            MOVE 'N' TO WS-ROLL-EOF-SW.
            PERFORM H125-ROLL-ONE-ADDRESS-HISTORY UNTIL WS-ROLL-EOF.
            CLOSE ADRHIST-NEW-FILE.
            CLOSE ADRHIST-FILE.
            PERFORM H910-CHECK-ROLL-COUNT.

       H125-ROLL-ONE-ADDRESS-HISTORY.
            READ ADRHIST-NEW-FILE
              AT END
                  SET WS-ROLL-EOF TO TRUE
              NOT AT END
                  WRITE ADRHIST-RECORD FROM ADRHIST-NEW-RECORD
                  ADD 1 TO WS-ROLL-COUNT.

       H130-ROLL-ARCHIVE.
            MOVE 'ARCHIVE.G0001 ' TO WS-ROLL-FILE-NAME.
            MOVE WS-FTT-WRITTEN(4) TO WS-ROLL-EXPECTED.
            OPEN INPUT ARCH-NEW-FILE.
            OPEN OUTPUT ARCH-FILE.
            MOVE WS-ARCHFILE-FS TO WS-LIVE-FS.
            PERFORM H900-CHECK-ROLL-OPEN.
            MOVE ZERO TO WS-ROLL-COUNT.
            MOVE 'N' TO WS-ROLL-EOF-SW.
            PERFORM H135-ROLL-ONE-ARCHIVE UNTIL WS-ROLL-EOF.
            CLOSE ARCH-NEW-FILE.
            CLOSE ARCH-FILE.
            PERFORM H910-CHECK-ROLL-COUNT.

       H135-ROLL-ONE-ARCHIVE.
            READ ARCH-NEW-FILE
              AT END
                  SET WS-ROLL-EOF TO TRUE
              NOT AT END
                  WRITE ARCHIVE-RECORD FROM ARCH-NEW-RECORD
                  ADD 1 TO WS-ROLL-COUNT.

       H140-ROLL-MASTER.
            MOVE 'MASTER.DAT    ' TO WS-ROLL-FILE-NAME.
            MOVE WS-FTT-WRITTEN(5) TO WS-ROLL-EXPECTED.
            OPEN INPUT MASTER-NEW-FILE.
            OPEN OUTPUT MASTER-FILE.
            MOVE WS-MASTER-FS TO WS-LIVE-FS.
            PERFORM H900-CHECK-ROLL-OPEN.
            MOVE ZERO TO WS-ROLL-COUNT.
            MOVE 'N' TO WS-ROLL-EOF-SW.
            PERFORM H145-ROLL-ONE-MASTER UNTIL WS-ROLL-EOF.
            CLOSE MASTER-NEW-FILE.
            CLOSE MASTER-FILE.
            PERFORM H910-CHECK-ROLL-COUNT.

       H145-ROLL-ONE-MASTER.
            READ MASTER-NEW-FILE
              AT END
                  SET WS-ROLL-EOF TO TRUE
              NOT AT END
                  WRITE MASTER-RECORD FROM MASTER-NEW-RECORD
                  ADD 1 TO WS-ROLL-COUNT.

       H150-ROLL-ID-XREF.
            MOVE 'IDXREF.DAT    ' TO WS-ROLL-FILE-NAME.
            MOVE WS-FTT-WRITTEN(6) TO WS-ROLL-EXPECTED.
            OPEN INPUT XREF-NEW-FILE.
            OPEN OUTPUT XREF-FILE.
            MOVE WS-XREF-FS TO WS-LIVE-FS.
            PERFORM H900-CHECK-ROLL-OPEN.
            MOVE ZERO TO WS-ROLL-COUNT.
            MOVE 'N' TO WS-ROLL-EOF-SW.
            PERFORM H155-ROLL-ONE-ID-XREF UNTIL WS-ROLL-EOF.
            CLOSE XREF-NEW-FILE.
            CLOSE XREF-FILE.
            PERFORM H910-CHECK-ROLL-COUNT.

       H155-ROLL-ONE-ID-XREF.
            READ XREF-NEW-FILE
              AT END
                  SET WS-ROLL-EOF TO TRUE
              NOT AT END
                  WRITE XREF-LINE FROM XREF-NEW-LINE
                  ADD 1 TO WS-ROLL-COUNT.

       H160-ROLL-MAIL-HISTORY.
            MOVE 'MAILHIST.DAT  ' TO WS-ROLL-FILE-NAME.
            MOVE WS-FTT-WRITTEN(7) TO WS-ROLL-EXPECTED.
            OPEN INPUT MAILHIST-NEW-FILE.
            OPEN OUTPUT MAILHIST-FILE.
            MOVE WS-MAILHIST-FS TO WS-LIVE-FS.
            PERFORM H900-CHECK-ROLL-OPEN.
            MOVE ZERO TO WS-ROLL-COUNT.
            MOVE 'N' TO WS-ROLL-EOF-SW.
            PERFORM H165-ROLL-ONE-MAIL-HISTORY UNTIL WS-ROLL-EOF.
            CLOSE MAILHIST-NEW-FILE.
            CLOSE MAILHIST-FILE.
            PERFORM H910-CHECK-ROLL-COUNT.

       H165-ROLL-ONE-MAIL-HISTORY.
            READ MAILHIST-NEW-FILE
              AT END
                  SET WS-ROLL-EOF TO TRUE
              NOT AT END
                  WRITE MAILHIST-RECORD FROM MAILHIST-NEW-RECORD
                  ADD 1 TO WS-ROLL-COUNT.

       H170-ROLL-AUDIT.
            MOVE 'AUDIT.DAT     ' TO WS-ROLL-FILE-NAME.
            MOVE WS-FTT-WRITTEN(8) TO WS-ROLL-EXPECTED.
            OPEN INPUT AUDIT-NEW-FILE.
            OPEN OUTPUT AUDIT-FILE.
            MOVE WS-AUDIT-FS TO WS-LIVE-FS.
            PERFORM H900-CHECK-ROLL-OPEN.
            MOVE ZERO TO WS-ROLL-COUNT.
            MOVE 'N' TO WS-ROLL-EOF-SW.
            PERFORM H175-ROLL-ONE-AUDIT UNTIL WS-ROLL-EOF.
            CLOSE AUDIT-NEW-FILE.
            CLOSE AUDIT-FILE.
            PERFORM H910-CHECK-ROLL-COUNT.

       H175-ROLL-ONE-AUDIT.
            READ AUDIT-NEW-FILE
              AT END
                  SET WS-ROLL-EOF TO TRUE
              NOT AT END
                  WRITE AUDIT-RECORD FROM AUDIT-NEW-RECORD
                  ADD 1 TO WS-ROLL-COUNT.

       H900-CHECK-ROLL-OPEN.
            IF WS-NEWFILE-FS NOT = '00'
               OR WS-LIVE-FS NOT = '00' THEN
                DISPLAY '*** ' WS-ROLL-FILE-NAME ' ROLL-IN OPEN ERROR, '
                        'FILE STATUS: ' WS-NEWFILE-FS ' / ' WS-LIVE-FS
                PERFORM H920-ABANDON-ROLL-IN.

       H910-CHECK-ROLL-COUNT.
            IF WS-ROLL-COUNT NOT = WS-ROLL-EXPECTED THEN
                DISPLAY '*** ' WS-ROLL-FILE-NAME ' ROLLED IN '
                        WS-ROLL-COUNT ' RECORDS, EXPECTED '
                        WS-ROLL-EXPECTED ' ***'
                PERFORM H920-ABANDON-ROLL-IN.
            ADD 1 TO WS-FILES-ROLLED.
            DISPLAY WS-ROLL-FILE-NAME ' ROLLED IN: ' WS-ROLL-COUNT.

       H920-ABANDON-ROLL-IN.
            DISPLAY '*** ROLL-IN ABANDONED AFTER ' WS-FILES-ROLLED
                    ' FILE(S) -- LOCK LEFT HELD ***'
            DISPLAY 'COPY THE REMAINING .NEW FILES OVER THE LIVE '
                    'FILES, THEN CLEAR THE LOCK AS DESCRIBED IN THE '
                    'JOB NOTES'
            MOVE 'N' TO WS-LOCK-OWNED-SW.
            MOVE 16 TO RETURN-CODE.
            PERFORM Z999-END-PROGRAM.

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
            MOVE 'ERASURE '       TO LCK-PROGRAM-NAME.
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
                MOVE 'ERASURE '       TO LCK-PROGRAM-NAME
                MOVE 'R'              TO LCK-STATUS
                MOVE WS-LOCK-DATE-N   TO LCK-LOCK-DATE
                MOVE WS-LOCK-TIME-NOW TO LCK-LOCK-TIME
                WRITE LOCK-RECORD
                CLOSE LOCK-FILE
                MOVE 'N' TO WS-LOCK-OWNED-SW.

       Z999-END-PROGRAM.
            IF WS-FILES-OPEN
               AND NOT WS-COPIES-CLOSED THEN
                PERFORM H010-CLOSE-COPY-FILES.
            IF WS-FILES-OPEN THEN
                WRITE PRINT-LINE FROM SPACES
                    AFTER ADVANCING 1 LINE
                MOVE 'ERASURE LIST ENTRIES READ:    ' TO TOT-TEXT
                MOVE WS-LIST-READ TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'LIST ENTRIES NOT PROCESSED:   ' TO TOT-TEXT
                MOVE WS-LIST-INVALID TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'REPEATED ON ERASURE LIST:     ' TO TOT-TEXT
                MOVE WS-LIST-REPEATED TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'PERSON-IDS ERASED:            ' TO TOT-TEXT
                MOVE WS-ERASE-COUNT TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'ADDED THROUGH MERGES:         ' TO TOT-TEXT
                MOVE WS-IDS-ADDED TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'NEWLY ENTERED IN REGISTER:    ' TO TOT-TEXT
                MOVE WS-IDS-REGISTERED TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'MASTER NAMES KEPT, IN USE:    ' TO TOT-TEXT
                MOVE WS-MASTER-NAMES-KEPT TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'FILES ROLLED IN:              ' TO TOT-TEXT
                MOVE WS-FILES-ROLLED TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                CLOSE OUTFILE
                CLOSE ADDR-FILE
                CLOSE AUDIT-GEN-FILE
                CLOSE ADRHIST-GEN-FILE
                CLOSE PRTFILE.
            PERFORM Y900-RELEASE-FILE-LOCK.
            IF WS-OUT-OF-BALANCE > ZERO THEN
                DISPLAY '*** ' WS-OUT-OF-BALANCE
                        ' FILE(S) OUT OF BALANCE -- NOTHING WAS '
                        'ROLLED IN ***'
                IF RETURN-CODE < 8 THEN
                    MOVE 8 TO RETURN-CODE.
            IF WS-LIST-INVALID > ZERO THEN
                IF RETURN-CODE < 4 THEN
                    MOVE 4 TO RETURN-CODE.
            DISPLAY 'LIST ENTRIES READ: ' WS-LIST-READ
                    '  NOT PROCESSED: ' WS-LIST-INVALID
                    '  PERSON-IDS ERASED: ' WS-ERASE-COUNT.
            DISPLAY 'ERASURES NEWLY REGISTERED: ' WS-IDS-REGISTERED.
            DISPLAY 'ERASURE EXECUTION ENDS'
            STOP RUN.
       END PROGRAM ERASURE.
