      *  STILL WAITING AND AT WHAT POSITION ON THEIR SECTION'S LIST,
      *  WITH CONTROL TOTALS - READ MUST EQUAL PROMOTED PLUS STILL
      *  WAITING.
      *  THE STUDENT'S PERMANENT ID FROM THE STUDENT MASTER IS
      *  CARRIED FROM THE WAITLIST ONTO THE ROSTER.  A WAITLIST
      *  RECORD WITH NO ID IS NEVER PROMOTED - IT STAYS WAITING UNTIL
      *  THE REQUEST IS RESUBMITTED UNDER THE STUDENT'S ID.
      *  ONLY A STUDENT TURNED AWAY BECAUSE THE SECTION WAS FULL IS
      *  PROMOTED - A FREED SEAT DOES NOTHING FOR A REQUEST TOTAL5
      *  HELD FOR A TIME CONFLICT, A SECOND SECTION OF A COURSE THE
      *  STUDENT ALREADY HOLDS, OR GOING OVER THE CREDIT LIMIT, SO
      *  THOSE STAY WAITING WITH THEIR REASON UNTIL RESUBMITTED.
      *  A FULL-SECTION STUDENT WHOSE SEAT HAS OPENED IS FIRST PUT
      *  THROUGH THE SAME EDITS TOTAL5 GIVES A NEW REQUEST - AGAINST
      *  THE LIVE ROSTER PLUS EVERYONE PROMOTED EARLIER IN THE RUN,
      *  THE COURSE MASTER'S MEETING TIMES, THE CREDIT HOURS ON THE
      *  INSTR ASSIGNMENT FILE AND THE CREDCAP/OVERLD LIMITS.  ONE
      *  WHO FAILS STAYS WAITING UNDER THE EDIT'S REASON AND THE
      *  SEAT GOES TO THE NEXT STUDENT IN LINE.  A STUDENT ALREADY
      *  ON THE ROSTER FOR THE SECTION (A RERUN WHOSE WAITLIST-NEW
      *  WAS NEVER PROMOTED) COMES OFF THE WAITLIST WITHOUT BEING
      *  APPENDED TO THE ROSTER A SECOND TIME, THE SAME AS TOTAL5.
      *  THE WAITLIST IS A LEDGERED MASTER ON THE SHARED RUN-CONTROL
      *  LEDGER (RUNLEDG).  BEFORE ANYTHING IS OPENED THE WAITLIST IN
      *  HAND IS FINGERPRINTED (RECORD COUNT AND A HASH OF STUDENT
      *  IDS) AND PROVED TO BE THE GENERATION THE LAST STEP WROTE -
      *  A STALE OR TWICE-PROMOTED WAITLIST STOPS THE RUN WITH A
      *  MESSAGE AND A STOPPED RECORD ON THE LEDGER.  AT THE END THE
      *  RUN RECORDS THE GENERATION IT READ, WAITLIST-NEW AS THE NEXT
      *  GENERATION, AND ITS CONTROL TOTALS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT WAITLIST-FILE ASSIGN TO DA-S-WAITL.
                SELECT NEW-WAITLIST-FILE ASSIGN TO DA-S-WAITLN.
                SELECT OPTIONAL ROSTER-FILE ASSIGN TO DA-S-ROSTER.
                SELECT OPTIONAL INSTR-FILE ASSIGN TO DA-S-INSTR.
                SELECT OPTIONAL CREDCAP-FILE ASSIGN TO DA-S-CREDCAP.
                SELECT OPTIONAL OVERLOAD-FILE ASSIGN TO DA-S-OVERLD.
                SELECT PRINT-FILE ASSIGN TO UR-S-WLPRT.
                SELECT OPTIONAL LEDGER-FILE ASSIGN TO DA-S-RUNLEDG.
       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  ROSTER-REC                   PIC X(80).
        FD  INSTR-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  INSTR-IN-REC                 PIC X(80).
        FD  CREDCAP-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  CREDCAP-IN-REC               PIC X(80).
        FD  OVERLOAD-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  OVERLOAD-IN-REC              PIC X(80).
        FD  PRINT-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  PRINT-REC                    PIC X(132).
        FD  LEDGER-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  LEDGER-REC                   PIC X(80).
       WORKING-STORAGE SECTION.
       01  RUN-CONTROL.
                  03  RUN-DATE                 PIC 9(8)      VALUE 0.
      *****************************************************************
      *      RUN-CONTROL LEDGER RECORD - THE LEDGER IS SHARED BY      ***
      *      EVERY STEP OF THE NIGHTLY JOB STREAM AND IS ONLY EVER    ***
      *      APPENDED TO: A STEP RECORD (S), ONE RECORD PER LEDGERED  ***
      *      MASTER GENERATION READ (R) OR WRITTEN (W), ONE PER       ***
      *      CONTROL TOTAL (T), OR A STOPPED RECORD (X) WHEN A STEP   ***
      *      REFUSES ITS INPUT.  A GENERATION IS KNOWN BY ITS RECORD  ***
      *      COUNT, HASH TOTAL AND STAMP                              ***
      *****************************************************************
       01  LEDGER-DATA.
                  03  LG-RUN-DATE              PIC 9(8).
                  03  LG-STEP                  PIC X(8).
                  03  LG-TYPE                  PIC X.
                      88  LG-STEP-RUN                        VALUE 'S'.
                      88  LG-GEN-READ                        VALUE 'R'.
                      88  LG-GEN-WRITTEN                     VALUE 'W'.
                      88  LG-CONTROL-TOTAL                   VALUE 'T'.
                      88  LG-STEP-STOPPED                    VALUE 'X'.
                  03  LG-DETAIL                PIC X(63).
                  03  LG-STEP-DATA REDEFINES LG-DETAIL.
                      05  LG-RUN-TIME          PIC 9(8).
                      05  LG-STEP-TITLE        PIC X(40).
                      05  FILLER               PIC X(15).
                  03  LG-GEN-DATA REDEFINES LG-DETAIL.
                      05  LG-FILE              PIC X(8).
                      05  LG-GEN               PIC 9(5).
                      05  LG-REC-COUNT         PIC 9(7).
                      05  LG-HASH-TOTAL        PIC 9(13)V99.
                      05  LG-STAMP             PIC 9(8).
                      05  FILLER               PIC X(20).
                  03  LG-TOTAL-DATA REDEFINES LG-DETAIL.
                      05  LG-TOTAL-NAME        PIC X(30).
                      05  LG-TOTAL-VALUE       PIC S9(11)V99.
                      05  FILLER               PIC X(20).
                  03  LG-STOP-DATA REDEFINES LG-DETAIL.
                      05  LG-STOP-TIME         PIC 9(8).
                      05  LG-STOP-FILE         PIC X(8).
                      05  LG-STOP-GEN          PIC 9(5).
                      05  LG-STOP-WRITER       PIC X(8).
                      05  LG-STOP-WRITE-DATE   PIC 9(8).
                      05  FILLER               PIC X(26).
      *****************************************************************
      *      RUN-CONTROL LEDGER WORK AREAS - THE LAST WAITLIST        ***
      *      GENERATION ANY STEP WROTE (W), THE LAST ONE THIS STEP    ***
      *      READ (R), AND THE FINGERPRINT OF THE WAITLIST IN HAND    ***
      *      (CUR) AND OF WAITLIST-NEW AS WRITTEN (NEW)               ***
      *****************************************************************
       01  LEDGER-CTL.
                  03  LEDGER-STEP              PIC X(8)      VALUE
                      'WLPROM'.
                  03  LEDGER-TITLE             PIC X(40)     VALUE
                      'WAITLIST PROMOTION'.
                  03  LEDGER-TIME              PIC 9(8)      VALUE 0.
                  03  LEDGER-EOF               PIC X         VALUE 'N'.
                      88  LEDGER-AT-END                      VALUE 'Y'.
                  03  LEDGER-PASS-EOF          PIC X         VALUE 'N'.
                      88  LEDGER-PASS-AT-END                 VALUE 'Y'.
                  03  LEDGER-TOTAL-NAME        PIC X(30)     VALUE
                      SPACES.
                  03  LEDGER-TOTAL-VALUE       PIC S9(11)V99 VALUE 0.
                  03  WL-W-SW                  PIC X         VALUE 'N'.
                      88  WL-W-SEEN                          VALUE 'Y'.
                  03  WL-W-GEN                 PIC 9(5)      VALUE 0.
                  03  WL-W-COUNT               PIC 9(7)      VALUE 0.
                  03  WL-W-HASH                PIC 9(13)V99  VALUE 0.
                  03  WL-W-STEP                PIC X(8)      VALUE
                      SPACES.
                  03  WL-W-DATE                PIC 9(8)      VALUE 0.
                  03  WL-R-SW                  PIC X         VALUE 'N'.
                      88  WL-R-SEEN                          VALUE 'Y'.
                  03  WL-R-GEN                 PIC 9(5)      VALUE 0.
                  03  WL-R-COUNT               PIC 9(7)      VALUE 0.
                  03  WL-R-HASH                PIC 9(13)V99  VALUE 0.
                  03  WL-CUR-COUNT             PIC 9(7)      VALUE 0.
                  03  WL-CUR-HASH              PIC 9(13)V99  VALUE 0.
                  03  WL-READ-GEN              PIC 9(5)      VALUE 0.
                  03  WL-NEW-COUNT             PIC 9(7)      VALUE 0.
                  03  WL-NEW-HASH              PIC 9(13)V99  VALUE 0.
      *****************************************************************
      *      THE COURSE MASTER FIELDS THIS RUN NEEDS - COURSE KEY,   ***
      *      SEATS REMAINING AND THE MEETING TIME AND DAYS - LAID    ***
      *      OVER THE SAME 80-BYTE RECORD TOTAL5 READS               ***
      *****************************************************************
       01  COURSE-DATA.
                  03  C-COURSE                 PIC X(10).
                  03  C-TITLE                  PIC X(20).
                  03  C-SEATS-REMAINING        PIC S999.
                  03  FILLER                   PIC X(9).
                  03  C-STARTING-HOUR          PIC 99.
                  03  C-STARTING-MIN           PIC 99.
                  03  FILLER                   PIC XX.
                  03  C-DAYS                   PIC X(6).
                  03  FILLER                   PIC X(26).
      *****************************************************************
      *      COURSE SEAT TABLE - BUILT ON A ONE-TIME PASS OF THE     ***
      *      COURSE MASTER SO EVERY WAITLIST RECORD CAN BE CHECKED   ***
      *      AGAINST CURRENT SEATS, AND SEATS GIVEN AWAY BY THIS     ***
      *      RUN COME OFF THE COUNT AS THEY GO.  EACH ENTRY ALSO     ***
      *      COUNTS THE STILL-WAITING STUDENTS FOR ITS SECTION SO    ***
      *      THE REPORT CAN SAY WHAT POSITION EACH ONE HOLDS, AND    ***
      *      CARRIES ITS MEETING TIME AND DAYS FOR THE TIME-CLASH    ***
      *      EDIT                                                    ***
      *****************************************************************
       01  COURSE-TABLE.
                  03  CRS-ENTRY    OCCURS 500 TIMES.
                      05  CRS-COURSE           PIC X(10).
                      05  CRS-SEATS            PIC S999.
                      05  CRS-WAIT-POS         PIC 999.
                      05  CRS-START-HOUR       PIC 99.
                      05  CRS-START-MIN        PIC 99.
                      05  CRS-DAYS             PIC X(6).
       01  COURSE-CTL.
                  03  CRS-COUNT                PIC 999       VALUE 0.
                  03  CRS-SUB                  PIC 999       VALUE 0.
                  03  CRS-SUB2                 PIC 999       VALUE 0.
                  03  CRS-EOF                  PIC X         VALUE 'N'.
                      88  COURSE-AT-END                      VALUE 'Y'.
                  03  CRS-FOUND-SW             PIC X         VALUE 'N'.
                  03  W-COURSE                 PIC X(10).
                  03  W-NAME                   PIC X(20).
                  03  W-REASON                 PIC X(20).
                  03  W-STU-ID                 PIC 9(7).
                  03  FILLER                   PIC X(23)   VALUE SPACES.
       01  WAITLIST-CTL.
                  03  WL-EOF                   PIC X         VALUE 'N'.
                      88  WAITLIST-AT-END                    VALUE 'Y'.
                  03  WL-READ-CT               PIC 9(5)      VALUE 0.
                  03  WL-PROMOTED-CT           PIC 9(5)      VALUE 0.
                  03  WL-STILL-CT              PIC 9(5)      VALUE 0.
                  03  WL-HELD-CT               PIC 9(5)      VALUE 0.
      *****************************************************************
      *      ENROLLMENT ROSTER RECORD - SAME LAYOUT TOTAL5 APPENDS   ***
      *      FOR EVERY ACCEPTED REGISTRATION REQUEST                 ***
                  03  E-COURSE                 PIC X(10).
                  03  E-NAME                   PIC X(20).
                  03  E-DATE                   PIC 9(8).
                  03  E-STU-ID                 PIC 9(7).
                  03  FILLER                   PIC X(35)   VALUE SPACES.
      *****************************************************************
      *      THE LIVE ROSTER, LOADED BEFORE ANY STUDENT IS PROMOTED  ***
      *      AND ADDED TO AS THEY ARE - WHAT EACH STUDENT ALREADY    ***
      *      HOLDS FOR THE EDITS, AND WHAT KEEPS A RERUN FROM        ***
      *      APPENDING THE SAME STUDENT TWICE                        ***
      *****************************************************************
       01  ROSTER-TABLE.
                  03  RST-ENTRY    OCCURS 500 TIMES.
                      05  RST-COURSE           PIC X(10).
                      05  RST-NAME             PIC X(20).
                      05  RST-STU-ID           PIC 9(7).
       01  ROSTER-CTL.
                  03  RST-COUNT                PIC 999       VALUE 0.
                  03  RST-SUB                  PIC 999       VALUE 0.
                  03  RST-EOF                  PIC X         VALUE 'N'.
                      88  ROSTER-AT-END                      VALUE 'Y'.
                  03  RST-FOUND-SW             PIC X         VALUE 'N'.
                      88  ROSTER-ENTRY-FOUND                 VALUE 'Y'.
      *****************************************************************
      *      INSTRUCTOR ASSIGNMENTS - SAME LAYOUT TOTAL5 READS, OF   ***
      *      WHICH ONLY THE SECTION KEY AND CREDIT HOURS ARE KEPT    ***
      *****************************************************************
       01  INSTR-DATA.
                  03  A-COURSE                 PIC X(10).
                  03  A-INSTRUCTOR             PIC X(20).
                  03  A-CREDIT-HRS             PIC 99.
                  03  A-MAX-HRS                PIC 99.
                  03  FILLER                   PIC X(46).
       01  INSTR-ASSIGN-TABLE.
                  03  IA-ENTRY     OCCURS 500 TIMES.
                      05  IA-COURSE            PIC X(10).
                      05  IA-CREDIT-HRS        PIC 99.
       01  INSTR-ASSIGN-CTL.
                  03  IA-COUNT                 PIC 999       VALUE 0.
                  03  IA-SUB                   PIC 999       VALUE 0.
                  03  IA-EOF                   PIC X         VALUE 'N'.
                      88  INSTR-AT-END                       VALUE 'Y'.
                  03  IA-FOUND-SW              PIC X         VALUE 'N'.
                      88  ASSIGNMENT-FOUND                   VALUE 'Y'.
      *****************************************************************
      *      CREDIT-HOUR CAP AND THE DEAN'S OVERLOAD APPROVALS -     ***
      *      THE SAME PARAMETER FILES TOTAL5 EDITS REQUESTS AGAINST  ***
      *****************************************************************
       01  CREDCAP-DATA.
                  03  CC-MAX-HRS               PIC 99.
                  03  FILLER                   PIC X(78).
       01  CREDCAP-CTL.
                  03  CREDIT-CAP               PIC 99        VALUE 0.
                  03  CC-EOF                   PIC X         VALUE 'N'.
                      88  CREDCAP-AT-END                     VALUE 'Y'.
       01  OVERLOAD-DATA.
                  03  OV-STU-ID                PIC 9(7).
                  03  OV-NAME                  PIC X(20).
                  03  OV-MAX-HRS               PIC 99.
                  03  FILLER                   PIC X(51).
       01  OVERLOAD-TABLE.
                  03  OVL-ENTRY    OCCURS 200 TIMES.
                      05  OVL-STU-ID           PIC 9(7).
                      05  OVL-MAX-HRS          PIC 99.
       01  OVERLOAD-CTL.
                  03  OVL-COUNT                PIC 999       VALUE 0.
                  03  OVL-SUB                  PIC 999       VALUE 0.
                  03  OVL-EOF                  PIC X         VALUE 'N'.
                      88  OVERLOAD-AT-END                    VALUE 'Y'.
                  03  OVL-FOUND-SW             PIC X         VALUE 'N'.
                      88  OVERLOAD-APPROVED                  VALUE 'Y'.
      *****************************************************************
      *      WORKING FIELDS FOR EDITING ONE STUDENT AGAINST THE      ***
      *      SECTIONS THEY ALREADY HOLD                              ***
      *****************************************************************
       01  REG-EDIT-CTL.
                  03  EDIT-REASON              PIC X(20)   VALUE SPACES.
                  03  EDIT-COURSE              PIC X(10)   VALUE SPACES.
                  03  EDIT-CRS-SUB             PIC 999       VALUE 0.
                  03  REQ-CRS-SUB              PIC 999       VALUE 0.
                  03  EDIT-CREDIT-HRS          PIC 99        VALUE 0.
                  03  HELD-CREDIT-HRS          PIC 999       VALUE 0.
                  03  STU-CREDIT-LIMIT         PIC 99        VALUE 0.
                  03  SAME-COURSE-SW           PIC X         VALUE 'N'.
                      88  SAME-COURSE-HELD                   VALUE 'Y'.
                  03  TIME-CONFLICT-SW         PIC X         VALUE 'N'.
                      88  TIME-CONFLICT-FOUND                VALUE 'Y'.
                  03  PROMOTE-SW               PIC X         VALUE 'N'.
                      88  PROMOTE-OK                         VALUE 'Y'.
      *****************************************************************
      *      DAY-LETTER OVERLAP WORKING FIELDS - C-DAYS IS A PACKED, ***
      *      LEFT-JUSTIFIED LIST OF MEETING-DAY LETTERS, THE SAME AS ***
      *      TOTAL5 TREATS IT                                        ***
      *****************************************************************
       01  DAY-OVERLAP-CTL.
                  03  DAY-SUB                  PIC 9         VALUE 0.
                  03  DAY-SUB2                 PIC 9         VALUE 0.
                  03  DAYS-OVERLAP-SW          PIC X         VALUE 'N'.
                      88  DAYS-OVERLAP                       VALUE 'Y'.
      *****************************************************************
      *      REPORT TABLES - WHO GOT IN AND WHO IS STILL WAITING.    ***
      *      THE NEW WAITLIST FILE ITSELF IS ALWAYS COMPLETE; ONLY   ***
                  03  PRM-ENTRY    OCCURS 200 TIMES.
                      05  PRM-COURSE           PIC X(10).
                      05  PRM-NAME             PIC X(20).
                      05  PRM-STU-ID           PIC 9(7).
       01  PROMOTED-CTL.
                  03  PRM-COUNT                PIC 999       VALUE 0.
                  03  PRM-SUB                  PIC 999       VALUE 0.
                  03  STW-ENTRY    OCCURS 200 TIMES.
                      05  STW-COURSE           PIC X(10).
                      05  STW-NAME             PIC X(20).
                      05  STW-STU-ID           PIC 9(7).
                      05  STW-POS              PIC 999.
                      05  STW-REASON           PIC X(20).
       01  STILL-WAIT-CTL.
                      88  PROMOTED-TABLE-FULL                VALUE 'Y'.
                  03  STW-FULL-SW              PIC X         VALUE 'N'.
                      88  STILL-WAIT-TABLE-FULL              VALUE 'Y'.
                  03  RST-FULL-SW              PIC X         VALUE 'N'.
                      88  ROSTER-TABLE-FULL                  VALUE 'Y'.
                  03  IA-FULL-SW               PIC X         VALUE 'N'.
                      88  ASSIGN-TABLE-FULL                  VALUE 'Y'.
                  03  OVL-FULL-SW              PIC X         VALUE 'N'.
                      88  OVERLOAD-TABLE-FULL                VALUE 'Y'.
      *****************************************************************
      *       *** DESCRIPTION OF REPORT PRINT LINES **               ***
      *****************************************************************
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(28) VALUE 'STUDENTS STILL WAITING'.
                03  SM-STILL                 PIC ZZZZ9.
       01  SUMMARY-LINE4.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(28) VALUE
                    '  HELD BY REGISTRATION EDITS'.
                03  SM-HELD                  PIC ZZZZ9.
       01  PROMOTED-HEADING.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(33) VALUE
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  PL-COURSE                PIC X(10).
                03  FILLER                   PIC X(5)      VALUE SPACES.
                03  PL-STU-ID                PIC 9(7).
                03  FILLER                   PIC X(3)      VALUE SPACES.
                03  PL-NAME                  PIC X(20).
       01  STILL-WAIT-HEADING.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  SW-COURSE                PIC X(10).
                03  FILLER                   PIC X(5)      VALUE SPACES.
                03  SW-STU-ID                PIC 9(7).
                03  FILLER                   PIC X(3)      VALUE SPACES.
                03  SW-NAME                  PIC X(20).
                03  FILLER                   PIC X(5)      VALUE SPACES.
                03  FILLER    PIC X(9)  VALUE 'POSITION'.
                    '*** WARNING - STILL-WAITING TABLE FULL AT 200 '.
                03  FILLER    PIC X(43) VALUE
                    '- STILL-WAITING LIST MAY BE INCOMPLETE'.
       01  ROSTER-FULL-LINE.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(43) VALUE
                    '*** WARNING - ROSTER TABLE FULL AT 500 - '.
                03  FILLER    PIC X(46) VALUE
                    'EDITS AND DEDUP INCOMPLETE - TRIM WITH ROST'.
       01  ASSIGN-FULL-LINE.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(45) VALUE
                    '*** WARNING - ASSIGNMENT TABLE FULL AT 500 - '.
                03  FILLER    PIC X(43) VALUE
                    'LATER SECTIONS COUNT NO CREDIT HOURS'.
       01  OVERLOAD-FULL-LINE.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(43) VALUE
                    '*** WARNING - OVERLOAD TABLE FULL AT 200 - '.
                03  FILLER    PIC X(45) VALUE
                    'LATER APPROVALS HELD TO THE STANDARD CAP'.

       PROCEDURE DIVISION.
       000-MAINLINE.
               ACCEPT RUN-DATE FROM DATE YYYYMMDD.
               PERFORM 030-CHECK-RUN-LEDGER.
               OPEN INPUT COURSE-FILE.
               PERFORM 050-BUILD-COURSE-TABLE.
               CLOSE COURSE-FILE.
               PERFORM 020-LOAD-ROSTER-TABLE.
               PERFORM 023-LOAD-CREDIT-CAP.
               PERFORM 024-BUILD-OVERLOAD-TABLE.
               OPEN INPUT INSTR-FILE.
               PERFORM 057-BUILD-INSTR-TABLE.
               CLOSE INSTR-FILE.
               OPEN INPUT WAITLIST-FILE
                    OUTPUT NEW-WAITLIST-FILE
                    OUTPUT PRINT-FILE.
                     NEW-WAITLIST-FILE
                     ROSTER-FILE
                     PRINT-FILE.
               PERFORM 830-POST-RUN-LEDGER.
               STOP RUN.
      *****************************************************************
      *      LOADS THE LIVE ENROLLMENT ROSTER INTO ITS TABLE BEFORE  ***
      *      ANY STUDENT IS PROMOTED - THE SAME LOAD TOTAL5 DOES     ***
      *      BEFORE IT APPLIES REQUESTS                              ***
      *****************************************************************
       020-LOAD-ROSTER-TABLE.
               OPEN INPUT ROSTER-FILE.
               PERFORM 820-READ-ROSTER-FILE.
               PERFORM 021-LOAD-ROSTER-ENTRY
                   UNTIL ROSTER-AT-END.
               CLOSE ROSTER-FILE.
       021-LOAD-ROSTER-ENTRY.
               IF RST-COUNT < 500
                  ADD 1 TO RST-COUNT
                  MOVE E-COURSE TO RST-COURSE(RST-COUNT)
                  MOVE E-NAME   TO RST-NAME(RST-COUNT)
                  MOVE E-STU-ID TO RST-STU-ID(RST-COUNT)
               ELSE
                  MOVE 'Y' TO RST-FULL-SW.
               PERFORM 820-READ-ROSTER-FILE.
      *****************************************************************
      *      READS THE ONE CREDIT-CAP PARAMETER RECORD - NO RECORD,  ***
      *      OR A CAP THAT IS ZERO OR NOT NUMERIC, LEAVES CREDIT-CAP ***
      *      AT ZERO AND THE CREDIT LIMIT UNCHECKED                  ***
      *****************************************************************
       023-LOAD-CREDIT-CAP.
               OPEN INPUT CREDCAP-FILE.
               PERFORM 804-READ-CREDCAP-FILE.
               CLOSE CREDCAP-FILE.
               MOVE 0 TO CREDIT-CAP.
               IF NOT CREDCAP-AT-END
                  AND CC-MAX-HRS NUMERIC
                  MOVE CC-MAX-HRS TO CREDIT-CAP.
      *****************************************************************
      *      BUILDS THE OVERLOAD-APPROVAL TABLE ON A ONE-TIME PASS   ***
      *      OF THE APPROVAL FILE - A RECORD WITH NO STUDENT ID      ***
      *      CANNOT BE TIED TO A STUDENT AND IS IGNORED              ***
      *****************************************************************
       024-BUILD-OVERLOAD-TABLE.
               OPEN INPUT OVERLOAD-FILE.
               PERFORM 805-READ-OVERLOAD-FILE.
               PERFORM 025-LOAD-OVERLOAD-ENTRY
                   UNTIL OVERLOAD-AT-END.
               CLOSE OVERLOAD-FILE.
       025-LOAD-OVERLOAD-ENTRY.
               IF OV-STU-ID > 0
                  IF OVL-COUNT < 200
                     ADD 1 TO OVL-COUNT
                     MOVE OV-STU-ID  TO OVL-STU-ID(OVL-COUNT)
                     MOVE OV-MAX-HRS TO OVL-MAX-HRS(OVL-COUNT)
                  ELSE
                     MOVE 'Y' TO OVL-FULL-SW.
               PERFORM 805-READ-OVERLOAD-FILE.
      *****************************************************************
      *      CHECKS THE RUN-CONTROL LEDGER BEFORE ANYTHING IS         ***
      *      OPENED - THE WAITLIST IN HAND MUST CARRY THE RECORD      ***
      *      COUNT AND STUDENT-ID HASH OF THE LAST GENERATION         ***
      *      WRITTEN, OR BE THE VERY COPY THIS STEP READ LAST TIME    ***
      *      WHEN THIS IS A RERUN WHOSE WAITLIST-NEW WAS NEVER        ***
      *      PROMOTED.  A WAITLIST NEVER YET WRITTEN UNDER THE        ***
      *      LEDGER IS TAKEN AS GENERATION ZERO                       ***
      *****************************************************************
       030-CHECK-RUN-LEDGER.
               ACCEPT LEDGER-TIME FROM TIME.
               OPEN INPUT LEDGER-FILE.
               PERFORM 826-READ-LEDGER-FILE.
               PERFORM 031-NOTE-LEDGER-ENTRY
                   UNTIL LEDGER-AT-END.
               CLOSE LEDGER-FILE.
               OPEN INPUT WAITLIST-FILE.
               PERFORM 827-READ-WAITLIST-PASS.
               PERFORM 035-HASH-WAITLIST-REC
                   UNTIL LEDGER-PASS-AT-END.
               CLOSE WAITLIST-FILE.
               IF WL-W-SEEN
                  PERFORM 040-MATCH-GENERATION.
      *****************************************************************
      *      KEEPS THE LATEST WAITLIST GENERATION WRITTEN, AND THE   ***
      *      LATEST ONE THIS STEP READ - THE LEDGER IS IN TIME       ***
      *      ORDER SO THE LAST ONE SEEN WINS                         ***
      *****************************************************************
       031-NOTE-LEDGER-ENTRY.
               IF LG-GEN-WRITTEN
                  AND LG-FILE = 'WAITL'
                  MOVE 'Y'           TO WL-W-SW
                  MOVE LG-GEN        TO WL-W-GEN
                  MOVE LG-REC-COUNT  TO WL-W-COUNT
                  MOVE LG-HASH-TOTAL TO WL-W-HASH
                  MOVE LG-STEP       TO WL-W-STEP
                  MOVE LG-RUN-DATE   TO WL-W-DATE.
               IF LG-GEN-READ
                  AND LG-FILE = 'WAITL'
                  AND LG-STEP = LEDGER-STEP
                  MOVE 'Y'           TO WL-R-SW
                  MOVE LG-GEN        TO WL-R-GEN
                  MOVE LG-REC-COUNT  TO WL-R-COUNT
                  MOVE LG-HASH-TOTAL TO WL-R-HASH.
               PERFORM 826-READ-LEDGER-FILE.
       035-HASH-WAITLIST-REC.
               ADD 1 TO WL-CUR-COUNT.
               ADD W-STU-ID TO WL-CUR-HASH.
               PERFORM 827-READ-WAITLIST-PASS.
       040-MATCH-GENERATION.
               IF WL-CUR-COUNT = WL-W-COUNT
                  AND WL-CUR-HASH = WL-W-HASH
                  MOVE WL-W-GEN TO WL-READ-GEN
               ELSE
               IF WL-W-STEP = LEDGER-STEP
                  AND WL-R-SEEN
                  AND WL-CUR-COUNT = WL-R-COUNT
                  AND WL-CUR-HASH = WL-R-HASH
                  MOVE WL-R-GEN TO WL-READ-GEN
               ELSE
                  PERFORM 045-WRONG-GENERATION.
      *****************************************************************
      *      THE WAITLIST IS NOT THE GENERATION THE PREVIOUS STEP     ***
      *      WROTE - USUALLY WAITLIST-NEW WAS NEVER COPIED OVER IT,   ***
      *      OR WAS COPIED TWICE.  THE CURE DEPENDS ON WHO WROTE IT   ***
      *      LAST: TOTAL5 WRITES THE WAITLIST ITSELF, SO A WAITLIST   ***
      *      THAT NO LONGER MATCHES TOTAL5'S IS REBUILT BY RERUNNING  ***
      *      TOTAL5; AFTER THIS STEP IT IS WAITLIST-NEW THAT MUST BE  ***
      *      COPIED OVER.  THE REFUSAL GOES ON THE LEDGER SO THE      ***
      *      NIGHT'S INQUIRY SHOWS WHERE THE STREAM BROKE             ***
      *****************************************************************
       045-WRONG-GENERATION.
               DISPLAY 'WLPROM - WAITL IS NOT GENERATION ' WL-W-GEN
                       ' WRITTEN BY ' WL-W-STEP ' ON ' WL-W-DATE.
               IF WL-W-STEP = LEDGER-STEP
                  DISPLAY 'WLPROM - COPY WAITLN OVER WAITL BEFORE '
                          'RERUNNING'
               ELSE
                  DISPLAY 'WLPROM - RERUN ' WL-W-STEP
                          ' TO REBUILD WAITL BEFORE RERUNNING'.
               OPEN EXTEND LEDGER-FILE.
               MOVE SPACES      TO LEDGER-DATA.
               MOVE RUN-DATE    TO LG-RUN-DATE.
               MOVE LEDGER-STEP TO LG-STEP.
               MOVE 'X'         TO LG-TYPE.
               MOVE LEDGER-TIME TO LG-STOP-TIME.
               MOVE 'WAITL'     TO LG-STOP-FILE.
               MOVE WL-W-GEN    TO LG-STOP-GEN.
               MOVE WL-W-STEP   TO LG-STOP-WRITER.
               MOVE WL-W-DATE   TO LG-STOP-WRITE-DATE.
               WRITE LEDGER-REC FROM LEDGER-DATA.
               CLOSE LEDGER-FILE.
               STOP RUN.
      *****************************************************************
      *      BUILDS THE COURSE SEAT TABLE ON A ONE-TIME PASS OF THE  ***
               PERFORM 800-READ-COURSE-FILE.
               PERFORM 060-LOAD-COURSE-ENTRY
                   UNTIL COURSE-AT-END.
      *****************************************************************
      *      BUILDS THE ASSIGNMENT TABLE ON A ONE-TIME PASS OF THE   ***
      *      INSTR FILE - THE CREDIT HOURS EACH SECTION CARRIES      ***
      *****************************************************************
       057-BUILD-INSTR-TABLE.
               PERFORM 802-READ-INSTR-FILE.
               PERFORM 058-LOAD-INSTR-ENTRY
                   UNTIL INSTR-AT-END.
       058-LOAD-INSTR-ENTRY.
               IF IA-COUNT < 500
                  ADD 1 TO IA-COUNT
                  MOVE A-COURSE            TO IA-COURSE(IA-COUNT)
                  MOVE A-CREDIT-HRS        TO IA-CREDIT-HRS(IA-COUNT)
               ELSE
                  MOVE 'Y' TO IA-FULL-SW.
               PERFORM 802-READ-INSTR-FILE.
       060-LOAD-COURSE-ENTRY.
               IF CRS-COUNT < 500
                  ADD 1 TO CRS-COUNT
                  MOVE C-COURSE          TO CRS-COURSE(CRS-COUNT)
                  MOVE C-SEATS-REMAINING TO CRS-SEATS(CRS-COUNT)
                  MOVE 0                 TO CRS-WAIT-POS(CRS-COUNT)
                  MOVE C-STARTING-HOUR   TO CRS-START-HOUR(CRS-COUNT)
                  MOVE C-STARTING-MIN    TO CRS-START-MIN(CRS-COUNT)
                  MOVE C-DAYS            TO CRS-DAYS(CRS-COUNT)
               ELSE
                  MOVE 'Y' TO CRS-FULL-SW.
               PERFORM 800-READ-COURSE-FILE.
      *      STUDENT WHOSE SECTION NOW HAS AN OPEN SEAT IS PROMOTED  ***
      *      AND THE SEAT COMES OFF THE TABLE SO A LATER STUDENT     ***
      *      CANNOT TAKE IT TWICE; EVERYONE ELSE STAYS ON THE NEW    ***
      *      WAITLIST IN THE SAME ORDER THEY ARRIVED.  A RECORD      ***
      *      WITH NO STUDENT ID CANNOT GO ON THE ROSTER AND IS KEPT  ***
      *      WAITING WHATEVER THE SEAT COUNT, AND SO IS ONE HELD BY  ***
      *      TOTAL5 FOR ANY REASON BUT A FULL SECTION.  A STUDENT    ***
      *      WITH A SEAT TO GO TO MUST STILL PASS TOTAL5'S EDITS -   ***
      *      ONE WHO FAILS STAYS WAITING UNDER THE EDIT'S REASON     ***
      *      AND LEAVES THE SEAT FOR THE NEXT STUDENT IN LINE        ***
      *****************************************************************
       100-PROCESS-ONE-WAITLISTED.
               PERFORM 070-FIND-COURSE.
               MOVE 'N' TO PROMOTE-SW.
               IF COURSE-FOUND
                  AND CRS-SEATS(CRS-FOUND-SUB) > 0
                  AND W-STU-ID > 0
                  AND W-REASON = 'SECTION FULL'
                  PERFORM 140-EDIT-REQUEST
                  IF EDIT-REASON = SPACES
                     MOVE 'Y' TO PROMOTE-SW
                  ELSE
                     MOVE EDIT-REASON TO W-REASON
                     ADD 1 TO WL-HELD-CT.
               IF PROMOTE-OK
                  PERFORM 110-PROMOTE-STUDENT
               ELSE
                  PERFORM 120-KEEP-WAITING.
      *      GIVES THE STUDENT THE FREED SEAT - THE PROMOTION GOES   ***
      *      STRAIGHT ONTO THE PERMANENT ENROLLMENT ROSTER, TAGGED   ***
      *      WITH THE RUN DATE, EXACTLY AS IF TOTAL5 HAD ACCEPTED    ***
      *      THE ORIGINAL REQUEST.  A STUDENT ALREADY ON THE ROSTER  ***
      *      FOR THE SECTION ALREADY HOLDS THE SEAT AND IS NOT       ***
      *      APPENDED AGAIN; ONE WHO IS GOES ON THE ROSTER TABLE TOO ***
      *      SO LATER STUDENTS ARE EDITED AGAINST THEM               ***
      *****************************************************************
       110-PROMOTE-STUDENT.
               SUBTRACT 1 FROM CRS-SEATS(CRS-FOUND-SUB).
               ADD 1 TO WL-PROMOTED-CT.
               PERFORM 131-FIND-ROSTER-ENTRY.
               IF NOT ROSTER-ENTRY-FOUND
                  MOVE W-COURSE TO E-COURSE
                  MOVE W-NAME   TO E-NAME
                  MOVE RUN-DATE TO E-DATE
                  MOVE W-STU-ID TO E-STU-ID
                  WRITE ROSTER-REC FROM ROSTER-DATA
                  IF RST-COUNT < 500
                     ADD 1 TO RST-COUNT
                     MOVE W-COURSE TO RST-COURSE(RST-COUNT)
                     MOVE W-NAME   TO RST-NAME(RST-COUNT)
                     MOVE W-STU-ID TO RST-STU-ID(RST-COUNT)
                  ELSE
                     MOVE 'Y' TO RST-FULL-SW.
               IF PRM-COUNT < 200
                  ADD 1 TO PRM-COUNT
                  MOVE W-COURSE TO PRM-COURSE(PRM-COUNT)
                  MOVE W-NAME   TO PRM-NAME(PRM-COUNT)
                  MOVE W-STU-ID TO PRM-STU-ID(PRM-COUNT)
               ELSE
                  MOVE 'Y' TO PRM-FULL-SW.
      *****************************************************************
      *      LOOKS UP THE WAITLISTED SECTION AND STUDENT IN THE      ***
      *      ROSTER TABLE - THE STUDENT IS MATCHED ON ID, SO TWO     ***
      *      STUDENTS SHARING A NAME ARE NEVER TAKEN FOR ONE         ***
      *****************************************************************
       131-FIND-ROSTER-ENTRY.
               MOVE 'N' TO RST-FOUND-SW.
               PERFORM 132-CHECK-ONE-ROSTER-MATCH
                   VARYING RST-SUB FROM 1 BY 1
                   UNTIL RST-SUB > RST-COUNT
                   OR ROSTER-ENTRY-FOUND.
       132-CHECK-ONE-ROSTER-MATCH.
               IF RST-COURSE(RST-SUB) = W-COURSE
                  AND RST-STU-ID(RST-SUB) = W-STU-ID
                  SET ROSTER-ENTRY-FOUND TO TRUE.
      *****************************************************************
      *      EDITS THE STUDENT AGAINST EVERY SECTION THEY ALREADY    ***
      *      HOLD ON THE ROSTER TABLE, THE SAME EDITS TOTAL5 GIVES A ***
      *      NEW REQUEST, LEAVING EDIT-REASON SPACES WHEN THEY PASS. ***
      *      A STUDENT ALREADY HOLDING THIS VERY SECTION GOES        ***
      *      THROUGH UNEDITED - 110 KNOWS NOT TO DOUBLE THEM UP.     ***
      *      OTHERWISE ANOTHER SECTION OF THE SAME COURSE IS CHECKED ***
      *      FIRST, THEN A MEETING-TIME CLASH, THEN THE CREDIT CAP   ***
      *****************************************************************
       140-EDIT-REQUEST.
               MOVE SPACES TO EDIT-REASON.
               PERFORM 131-FIND-ROSTER-ENTRY.
               IF NOT ROSTER-ENTRY-FOUND
                  MOVE CRS-FOUND-SUB TO REQ-CRS-SUB
                  MOVE 0 TO HELD-CREDIT-HRS
                  MOVE 'N' TO SAME-COURSE-SW
                  MOVE 'N' TO TIME-CONFLICT-SW
                  PERFORM 142-CHECK-ONE-HELD-SECTION
                      VARYING RST-SUB FROM 1 BY 1
                      UNTIL RST-SUB > RST-COUNT
                  IF SAME-COURSE-HELD
                     MOVE 'ALREADY IN COURSE' TO EDIT-REASON
                  ELSE
                  IF TIME-CONFLICT-FOUND
                     MOVE 'TIME CONFLICT' TO EDIT-REASON
                  ELSE
                     PERFORM 146-CHECK-CREDIT-LIMIT.
      *****************************************************************
      *      CHECKS ONE ROSTER ENTRY OF THE WAITLISTED STUDENT - THE ***
      *      SAME COURSE UNDER ANOTHER SECTION NUMBER, OR A SECTION  ***
      *      STARTING AT THE SAME TIME ON A COMMON DAY LETTER - AND  ***
      *      ADDS ITS CREDIT HOURS TO WHAT THE STUDENT HOLDS.  A     ***
      *      SECTION MISSING FROM THE COURSE TABLE CANNOT BE TIME-   ***
      *      CHECKED, AND ONE WITH NO ASSIGNMENT RECORD COUNTS NO    ***
      *      HOURS                                                   ***
      *****************************************************************
       142-CHECK-ONE-HELD-SECTION.
               IF RST-STU-ID(RST-SUB) = W-STU-ID
                  IF RST-COURSE(RST-SUB)(1:3) = W-COURSE(1:3)
                     AND RST-COURSE(RST-SUB)(4:4) = W-COURSE(4:4)
                     SET SAME-COURSE-HELD TO TRUE.
               IF RST-STU-ID(RST-SUB) = W-STU-ID
                  MOVE RST-COURSE(RST-SUB) TO EDIT-COURSE
                  PERFORM 143-FIND-COURSE-ENTRY
                  IF EDIT-CRS-SUB > 0
                     PERFORM 145-CHECK-TIME-CLASH.
               IF RST-STU-ID(RST-SUB) = W-STU-ID
                  PERFORM 144-FIND-CREDIT-HRS
                  ADD EDIT-CREDIT-HRS TO HELD-CREDIT-HRS.
       143-FIND-COURSE-ENTRY.
               MOVE 0 TO EDIT-CRS-SUB.
               PERFORM 143A-CHECK-ONE-COURSE-ENTRY
                   VARYING CRS-SUB FROM 1 BY 1
                   UNTIL CRS-SUB > CRS-COUNT
                   OR EDIT-CRS-SUB > 0.
       143A-CHECK-ONE-COURSE-ENTRY.
               IF CRS-COURSE(CRS-SUB) = EDIT-COURSE
                  MOVE CRS-SUB TO EDIT-CRS-SUB.
      *****************************************************************
      *      LOOKS UP EDIT-COURSE'S CREDIT HOURS ON THE ASSIGNMENT   ***
      *      TABLE - ZERO WHEN IT HAS NO ASSIGNMENT RECORD           ***
      *****************************************************************
       144-FIND-CREDIT-HRS.
               MOVE 'N' TO IA-FOUND-SW.
               MOVE 0 TO EDIT-CREDIT-HRS.
               PERFORM 144A-CHECK-ONE-CREDIT-HRS
                   VARYING IA-SUB FROM 1 BY 1
                   UNTIL IA-SUB > IA-COUNT
                   OR ASSIGNMENT-FOUND.
       144A-CHECK-ONE-CREDIT-HRS.
               IF IA-COURSE(IA-SUB) = EDIT-COURSE
                  SET ASSIGNMENT-FOUND TO TRUE
                  IF IA-CREDIT-HRS(IA-SUB) NUMERIC
                     MOVE IA-CREDIT-HRS(IA-SUB) TO EDIT-CREDIT-HRS.
       145-CHECK-TIME-CLASH.
               MOVE REQ-CRS-SUB  TO CRS-SUB.
               MOVE EDIT-CRS-SUB TO CRS-SUB2.
               IF CRS-START-HOUR(CRS-SUB) = CRS-START-HOUR(CRS-SUB2)
                  AND CRS-START-MIN(CRS-SUB) =
                                    CRS-START-MIN(CRS-SUB2)
                  PERFORM 086-CHECK-DAYS-OVERLAP
                  IF DAYS-OVERLAP
                     SET TIME-CONFLICT-FOUND TO TRUE.
      *****************************************************************
      *      HOLDS THE STUDENT WHEN THE SECTION'S CREDIT HOURS WOULD ***
      *      TAKE THEM PAST THEIR LIMIT - THE CAP, OR THE DEAN'S     ***
      *      HIGHER LIMIT FOR A STUDENT ON THE OVERLOAD-APPROVAL     ***
      *      FILE (NO LIMIT AT ALL WHEN THAT LIMIT IS ZERO).  WITH   ***
      *      NO CAP RECORD THE LIMIT IS NOT CHECKED                  ***
      *****************************************************************
       146-CHECK-CREDIT-LIMIT.
               IF CREDIT-CAP > 0
                  MOVE CREDIT-CAP TO STU-CREDIT-LIMIT
                  PERFORM 147-FIND-OVERLOAD
                  MOVE W-COURSE TO EDIT-COURSE
                  PERFORM 144-FIND-CREDIT-HRS
                  IF STU-CREDIT-LIMIT > 0
                     AND HELD-CREDIT-HRS + EDIT-CREDIT-HRS >
                                          STU-CREDIT-LIMIT
                     MOVE 'OVER CREDIT LIMIT' TO EDIT-REASON.
       147-FIND-OVERLOAD.
               MOVE 'N' TO OVL-FOUND-SW.
               PERFORM 147A-CHECK-ONE-OVERLOAD
                   VARYING OVL-SUB FROM 1 BY 1
                   UNTIL OVL-SUB > OVL-COUNT
                   OR OVERLOAD-APPROVED.
       147A-CHECK-ONE-OVERLOAD.
               IF OVL-STU-ID(OVL-SUB) = W-STU-ID
                  SET OVERLOAD-APPROVED TO TRUE
                  IF OVL-MAX-HRS(OVL-SUB) NUMERIC
                     MOVE OVL-MAX-HRS(OVL-SUB) TO STU-CREDIT-LIMIT
                  ELSE
                     MOVE 0 TO STU-CREDIT-LIMIT.
      *****************************************************************
      *      CHECKS WHETHER THE TWO SECTIONS SHARE A MEETING-DAY     ***
      *      LETTER ANYWHERE IN THEIR DAY FIELDS - EVERY LETTER IN   ***
      *      ONE IS CHECKED AGAINST EVERY LETTER IN THE OTHER        ***
      *****************************************************************
       086-CHECK-DAYS-OVERLAP.
               MOVE 'N' TO DAYS-OVERLAP-SW.
               PERFORM 087-CHECK-ONE-DAY-LETTER
                   VARYING DAY-SUB FROM 1 BY 1
                   UNTIL DAY-SUB > 6
                   OR DAYS-OVERLAP.
       087-CHECK-ONE-DAY-LETTER.
               IF CRS-DAYS(CRS-SUB)(DAY-SUB:1)  NOT = SPACE
                  PERFORM 088-CHECK-LETTER-AGAINST-OTHER
                      VARYING DAY-SUB2 FROM 1 BY 1
                      UNTIL DAY-SUB2 > 6
                      OR DAYS-OVERLAP.
       088-CHECK-LETTER-AGAINST-OTHER.
               IF CRS-DAYS(CRS-SUB2)(DAY-SUB2:1) =
                                    CRS-DAYS(CRS-SUB)(DAY-SUB:1)
                  SET DAYS-OVERLAP TO TRUE.
      *****************************************************************
      *      CARRIES THE STUDENT FORWARD ON THE NEW WAITLIST IN THE  ***
      *      SAME FIRST-COME ORDER, AND NOTES WHAT POSITION THEY NOW ***
      *      HOLD ON THEIR SECTION'S LIST FOR THE REPORT             ***
       120-KEEP-WAITING.
               ADD 1 TO WL-STILL-CT.
               WRITE NEW-WAITLIST-REC FROM WAITLIST-DATA.
               ADD 1 TO WL-NEW-COUNT.
               ADD W-STU-ID TO WL-NEW-HASH.
               IF COURSE-FOUND
                  ADD 1 TO CRS-WAIT-POS(CRS-FOUND-SUB).
               IF STW-COUNT < 200
                  ADD 1 TO STW-COUNT
                  MOVE W-COURSE TO STW-COURSE(STW-COUNT)
                  MOVE W-NAME   TO STW-NAME(STW-COUNT)
                  MOVE W-STU-ID TO STW-STU-ID(STW-COUNT)
                  MOVE W-REASON TO STW-REASON(STW-COUNT)
                  IF COURSE-FOUND
                     MOVE CRS-WAIT-POS(CRS-FOUND-SUB)
      *****************************************************************
      *      PRINTS THE CONTROL TOTALS AND THE PROMOTED AND          ***
      *      STILL-WAITING LISTS - READ MUST EQUAL PROMOTED PLUS     ***
      *      STILL WAITING OR THE RUN DID NOT ACCOUNT FOR EVERYONE.  ***
      *      THOSE HELD BY THE REGISTRATION EDITS ARE A PART OF THE  ***
      *      STILL WAITING, LISTED THERE UNDER THE EDIT'S REASON     ***
      *****************************************************************
       900-PROMOTION-REPORT.
               WRITE PRINT-REC FROM MAIN-HEADING
               MOVE WL-STILL-CT    TO SM-STILL.
               WRITE PRINT-REC FROM SUMMARY-LINE3
                     AFTER ADVANCING 1.
               MOVE WL-HELD-CT     TO SM-HELD.
               WRITE PRINT-REC FROM SUMMARY-LINE4
                     AFTER ADVANCING 1.
               IF PRM-COUNT > 0
                  WRITE PRINT-REC FROM PROMOTED-HEADING
                        AFTER ADVANCING 2
                      UNTIL STW-SUB > STW-COUNT.
       910-PRINT-PROMOTED-LINE.
               MOVE PRM-COURSE(PRM-SUB) TO PL-COURSE.
               MOVE PRM-STU-ID(PRM-SUB) TO PL-STU-ID.
               MOVE PRM-NAME(PRM-SUB)   TO PL-NAME.
               WRITE PRINT-REC FROM PROMOTED-LINE
                     AFTER ADVANCING 1.
       920-PRINT-STILL-WAIT-LINE.
               MOVE STW-COURSE(STW-SUB) TO SW-COURSE.
               MOVE STW-STU-ID(STW-SUB) TO SW-STU-ID.
               MOVE STW-NAME(STW-SUB)   TO SW-NAME.
               MOVE STW-POS(STW-SUB)    TO SW-POS.
               MOVE STW-REASON(STW-SUB) TO SW-REASON.
               IF COURSE-TABLE-FULL
                  OR PROMOTED-TABLE-FULL
                  OR STILL-WAIT-TABLE-FULL
                  OR ROSTER-TABLE-FULL
                  OR ASSIGN-TABLE-FULL
                  OR OVERLOAD-TABLE-FULL
                  WRITE PRINT-REC FROM TABLE-WARNING-HEADING
                        AFTER ADVANCING PAGE.
               IF COURSE-TABLE-FULL
               IF STILL-WAIT-TABLE-FULL
                  WRITE PRINT-REC FROM STILL-WAIT-FULL-LINE
                        AFTER ADVANCING 2.
               IF ROSTER-TABLE-FULL
                  WRITE PRINT-REC FROM ROSTER-FULL-LINE
                        AFTER ADVANCING 2.
               IF ASSIGN-TABLE-FULL
                  WRITE PRINT-REC FROM ASSIGN-FULL-LINE
                        AFTER ADVANCING 2.
               IF OVERLOAD-TABLE-FULL
                  WRITE PRINT-REC FROM OVERLOAD-FULL-LINE
                        AFTER ADVANCING 2.
      *****************************************************************
      **          READS THE COURSE MASTER                            ***
      ****************************************************************
               READ COURSE-FILE INTO COURSE-DATA
                    AT END SET COURSE-AT-END TO TRUE.
      *****************************************************************
      **          READS THE INSTRUCTOR-ASSIGNMENT FILE               ***
      ****************************************************************
       802-READ-INSTR-FILE.
               READ INSTR-FILE INTO INSTR-DATA
                    AT END SET INSTR-AT-END TO TRUE.
      *****************************************************************
      **          READS THE CREDIT-CAP PARAMETER FILE                ***
      ****************************************************************
       804-READ-CREDCAP-FILE.
               READ CREDCAP-FILE INTO CREDCAP-DATA
                    AT END SET CREDCAP-AT-END TO TRUE.
      *****************************************************************
      **          READS THE OVERLOAD-APPROVAL FILE                   ***
      ****************************************************************
       805-READ-OVERLOAD-FILE.
               READ OVERLOAD-FILE INTO OVERLOAD-DATA
                    AT END SET OVERLOAD-AT-END TO TRUE.
               IF NOT OVERLOAD-AT-END
                  AND OV-STU-ID NOT NUMERIC
                  MOVE 0 TO OV-STU-ID.
      *****************************************************************
      **          READS THE WAITLIST FILE                            ***
      ****************************************************************
       810-READ-WAITLIST-FILE.
               READ WAITLIST-FILE INTO WAITLIST-DATA
                    AT END SET WAITLIST-AT-END TO TRUE.
               IF NOT WAITLIST-AT-END
                  ADD 1 TO WL-READ-CT
                  IF W-STU-ID NOT NUMERIC
                     MOVE 0 TO W-STU-ID.
      *****************************************************************
      **          READS THE ENROLLMENT ROSTER FILE                   ***
      ****************************************************************
       820-READ-ROSTER-FILE.
               READ ROSTER-FILE INTO ROSTER-DATA
                    AT END SET ROSTER-AT-END TO TRUE.
               IF NOT ROSTER-AT-END
                  AND E-STU-ID NOT NUMERIC
                  MOVE 0 TO E-STU-ID.
      *****************************************************************
      **          READS THE RUN-CONTROL LEDGER                       ***
      ****************************************************************
       826-READ-LEDGER-FILE.
               READ LEDGER-FILE INTO LEDGER-DATA
                    AT END SET LEDGER-AT-END TO TRUE.
      *****************************************************************
      **          READS THE WAITLIST FOR ITS LEDGER FINGERPRINT      ***
      ****************************************************************
       827-READ-WAITLIST-PASS.
               READ WAITLIST-FILE INTO WAITLIST-DATA
                    AT END SET LEDGER-PASS-AT-END TO TRUE.
               IF NOT LEDGER-PASS-AT-END
                  AND W-STU-ID NOT NUMERIC
                  MOVE 0 TO W-STU-ID.
      *****************************************************************
      *      RECORDS THIS RUN ON THE RUN-CONTROL LEDGER ONCE EVERY    ***
      *      FILE HAS CLOSED - THE STEP, THE WAITLIST GENERATION      ***
      *      READ, WAITLIST-NEW AS THE NEXT GENERATION (IT BECOMES    ***
      *      THAT GENERATION WHEN OPERATIONS COPIES IT OVER THE       ***
      *      WAITLIST) AND THE PROMOTION CONTROL TOTALS               ***
      *****************************************************************
       830-POST-RUN-LEDGER.
               OPEN EXTEND LEDGER-FILE.
               MOVE SPACES       TO LEDGER-DATA.
               MOVE RUN-DATE     TO LG-RUN-DATE.
               MOVE LEDGER-STEP  TO LG-STEP.
               MOVE 'S'          TO LG-TYPE.
               MOVE LEDGER-TIME  TO LG-RUN-TIME.
               MOVE LEDGER-TITLE TO LG-STEP-TITLE.
               WRITE LEDGER-REC FROM LEDGER-DATA.
               MOVE SPACES       TO LEDGER-DATA.
               MOVE RUN-DATE     TO LG-RUN-DATE.
               MOVE LEDGER-STEP  TO LG-STEP.
               MOVE 'R'          TO LG-TYPE.
               MOVE 'WAITL'      TO LG-FILE.
               MOVE WL-READ-GEN  TO LG-GEN.
               MOVE WL-CUR-COUNT TO LG-REC-COUNT.
               MOVE WL-CUR-HASH  TO LG-HASH-TOTAL.
               MOVE 0            TO LG-STAMP.
               WRITE LEDGER-REC FROM LEDGER-DATA.
               MOVE 'W'          TO LG-TYPE.
               COMPUTE LG-GEN = WL-W-GEN + 1.
               MOVE WL-NEW-COUNT TO LG-REC-COUNT.
               MOVE WL-NEW-HASH  TO LG-HASH-TOTAL.
               WRITE LEDGER-REC FROM LEDGER-DATA.
               MOVE 'WAITLIST RECORDS READ' TO LEDGER-TOTAL-NAME.
               MOVE WL-READ-CT TO LEDGER-TOTAL-VALUE.
               PERFORM 831-WRITE-LEDGER-TOTAL.
               MOVE 'STUDENTS PROMOTED' TO LEDGER-TOTAL-NAME.
               MOVE WL-PROMOTED-CT TO LEDGER-TOTAL-VALUE.
               PERFORM 831-WRITE-LEDGER-TOTAL.
               MOVE 'STUDENTS STILL WAITING' TO LEDGER-TOTAL-NAME.
               MOVE WL-STILL-CT TO LEDGER-TOTAL-VALUE.
               PERFORM 831-WRITE-LEDGER-TOTAL.
               MOVE 'HELD BY REGISTRATION EDITS' TO LEDGER-TOTAL-NAME.
               MOVE WL-HELD-CT TO LEDGER-TOTAL-VALUE.
               PERFORM 831-WRITE-LEDGER-TOTAL.
               CLOSE LEDGER-FILE.
       831-WRITE-LEDGER-TOTAL.
               MOVE SPACES             TO LEDGER-DATA.
               MOVE RUN-DATE           TO LG-RUN-DATE.
               MOVE LEDGER-STEP        TO LG-STEP.
               MOVE 'T'                TO LG-TYPE.
               MOVE LEDGER-TOTAL-NAME  TO LG-TOTAL-NAME.
               MOVE LEDGER-TOTAL-VALUE TO LG-TOTAL-VALUE.
               WRITE LEDGER-REC FROM LEDGER-DATA.
