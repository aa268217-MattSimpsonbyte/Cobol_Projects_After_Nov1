                SELECT OPTIONAL INSTR-FILE ASSIGN TO DA-S-INSTR.
                SELECT OPTIONAL DEPTMIN-FILE ASSIGN TO DA-S-DEPTMIN.
                SELECT OPTIONAL RUNPARM-FILE ASSIGN TO DA-S-RUNPARM.
                SELECT OPTIONAL CREDCAP-FILE ASSIGN TO DA-S-CREDCAP.
                SELECT OPTIONAL OVERLOAD-FILE ASSIGN TO DA-S-OVERLD.
                SELECT OPTIONAL LEDGER-FILE ASSIGN TO DA-S-RUNLEDG.
       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  RUNPARM-IN-REC               PIC X(80).
        FD  CREDCAP-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  CREDCAP-IN-REC               PIC X(80).
        FD  OVERLOAD-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  OVERLOAD-IN-REC              PIC X(80).
        FD  LEDGER-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  LEDGER-REC                   PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC.
                  03  EOF                      PIC X         VALUE 'N'.
                      88  DEPTMIN-TABLE-FULL                 VALUE 'Y'.
                  03  LOW-FULL-SW              PIC X         VALUE 'N'.
                      88  LOW-ENR-TABLE-FULL                 VALUE 'Y'.
                  03  OVL-FULL-SW              PIC X         VALUE 'N'.
                      88  OVERLOAD-TABLE-FULL                VALUE 'Y'.
      *****************************************************************
      *      ROOM MASTER - BUILDING/ROOM/SEATING CAPACITY, READ ONCE  ***
      *      ON ITS OWN PASS AND HELD IN ROOM-TABLE SO EVERY SCHEDULE ***
      *      TRANSACTION MATCH - A REQUEST THAT WOULD PUSH SEATS      ***
      *      REMAINING BELOW ZERO IS HELD ON THE WAITLIST FILE        ***
      *      INSTEAD OF ACCEPTED, SO A SECTION CAN NO LONGER BE       ***
      *      OVERBOOKED BY NEW REQUESTS.  EACH REQUEST CARRIES THE    ***
      *      STUDENT'S PERMANENT ID FROM THE STUDENT MASTER - THE ID, ***
      *      NOT THE NAME, IS WHAT IDENTIFIES THE STUDENT ON THE      ***
      *      ROSTER AND WAITLIST, SO A REQUEST WITH NO ID IS HELD ON  ***
      *      THE WAITLIST RATHER THAN SEATED UNDER A BARE NAME.       ***
      *      BEFORE A SEAT IS GIVEN THE REQUEST IS ALSO EDITED        ***
      *      AGAINST WHAT THE STUDENT ALREADY HOLDS ON THE ROSTER -   ***
      *      ANOTHER SECTION OF THE SAME COURSE, A SECTION MEETING AT ***
      *      THE SAME TIME ON A COMMON DAY, OR MORE CREDIT HOURS THAN ***
      *      THE CAP ALLOWS - AND HELD ON THE WAITLIST WITH ITS OWN   ***
      *      REASON WHEN IT FAILS                                     ***
      *****************************************************************
       01  REGREQ-DATA.
                  03  R-COURSE                 PIC X(10).
                  03  R-NAME                   PIC X(20).
                  03  R-STU-ID                 PIC 9(7).
                  03  FILLER                   PIC X(43).
       01  REGREQ-CTL.
                  03  REG-EOF                  PIC X         VALUE 'N'.
                      88  REGREQ-AT-END                      VALUE 'Y'.
                  03  REG-ACCEPTED-CT          PIC 9(5)      VALUE 0.
                  03  REG-WAITLISTED-CT        PIC 9(5)      VALUE 0.
                  03  REG-UNMATCHED-CT         PIC 9(5)      VALUE 0.
                  03  REG-NO-ID-CT             PIC 9(5)      VALUE 0.
                  03  REG-CONFLICT-CT          PIC 9(5)      VALUE 0.
                  03  REG-DUP-COURSE-CT        PIC 9(5)      VALUE 0.
                  03  REG-OVER-LIMIT-CT        PIC 9(5)      VALUE 0.
      *****************************************************************
      *      CREDIT-HOUR CAP - ONE PARAMETER RECORD GIVING THE MOST  ***
      *      CREDIT HOURS (A-CREDIT-HRS ON THE ASSIGNMENT FILE) A    ***
      *      STUDENT MAY HOLD ACROSS THE ROSTER.  NO RECORD, OR A    ***
      *      ZERO OR UNREADABLE CAP, LEAVES THE LIMIT UNCHECKED AND  ***
      *      THE SUMMARY SAYS SO.  STUDENTS THE DEAN HAS CLEARED TO  ***
      *      GO OVER IT ARE LISTED ON THE OVERLOAD-APPROVAL FILE BY  ***
      *      STUDENT ID, EACH WITH THEIR OWN HIGHER LIMIT - OR WITH  ***
      *      NO LIMIT AT ALL WHEN THEIR LIMIT IS LEFT ZERO           ***
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
      *      WORKING FIELDS FOR EDITING ONE REQUEST AGAINST THE      ***
      *      SECTIONS ITS STUDENT ALREADY HOLDS                      ***
      *****************************************************************
       01  REG-EDIT-CTL.
                  03  EDIT-REASON              PIC X(20)   VALUE SPACES.
                  03  EDIT-COURSE              PIC X(10)   VALUE SPACES.
                  03  EDIT-SCHED-SUB           PIC 999       VALUE 0.
                  03  REQ-SCHED-SUB            PIC 999       VALUE 0.
                  03  EDIT-CREDIT-HRS          PIC 99        VALUE 0.
                  03  HELD-CREDIT-HRS          PIC 999       VALUE 0.
                  03  STU-CREDIT-LIMIT         PIC 99        VALUE 0.
                  03  SAME-COURSE-SW           PIC X         VALUE 'N'.
                      88  SAME-COURSE-HELD                   VALUE 'Y'.
                  03  TIME-CONFLICT-SW         PIC X         VALUE 'N'.
                      88  TIME-CONFLICT-FOUND                VALUE 'Y'.
       01  WAITLIST-DATA.
                  03  W-COURSE                 PIC X(10).
                  03  W-NAME                   PIC X(20).
                  03  W-REASON                 PIC X(20).
                  03  W-STU-ID                 PIC 9(7).
                  03  FILLER                   PIC X(23)   VALUE SPACES.
      *****************************************************************
      *      PERMANENT ENROLLMENT ROSTER - ONE RECORD APPENDED FOR    ***
      *      EVERY ACCEPTED REGISTRATION REQUEST, TAGGED WITH THE     ***
                  03  E-COURSE                 PIC X(10).
                  03  E-NAME                   PIC X(20).
                  03  E-DATE                   PIC 9(8).
                  03  E-STU-ID                 PIC 9(7).
                  03  FILLER                   PIC X(35)   VALUE SPACES.
       01  ROSTER-TABLE.
                  03  RST-ENTRY    OCCURS 500 TIMES.
                      05  RST-COURSE           PIC X(10).
                      05  RST-NAME             PIC X(20).
                      05  RST-STU-ID           PIC 9(7).
       01  ROSTER-CTL.
                  03  RST-COUNT                PIC 999       VALUE 0.
                  03  RST-SUB                  PIC 999       VALUE 0.
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
      *      GENERATION WRITTEN, SO THIS RUN'S WAITLIST CAN BE        ***
      *      RECORDED AS THE NEXT ONE, AND THE FINGERPRINT (RECORD    ***
      *      COUNT AND STUDENT-ID HASH) OF THE WAITLIST AS WRITTEN    ***
      *****************************************************************
       01  LEDGER-CTL.
                  03  LEDGER-STEP              PIC X(8)      VALUE
                      'TOTAL5'.
                  03  LEDGER-TITLE             PIC X(40)     VALUE
                      'COURSE LISTING AND REGISTRATION'.
                  03  LEDGER-TIME              PIC 9(8)      VALUE 0.
                  03  LEDGER-EOF               PIC X         VALUE 'N'.
                      88  LEDGER-AT-END                      VALUE 'Y'.
                  03  LEDGER-TOTAL-NAME        PIC X(30)     VALUE
                      SPACES.
                  03  LEDGER-TOTAL-VALUE       PIC S9(11)V99 VALUE 0.
                  03  WL-W-GEN                 PIC 9(5)      VALUE 0.
                  03  WL-NEW-COUNT             PIC 9(7)      VALUE 0.
                  03  WL-NEW-HASH              PIC 9(13)V99  VALUE 0.
      *****************************************************************
      *      RUN-MODE PARAMETER CARD - 'FULL' (OR NO CARD AT ALL)    ***
      *      IS TODAY'S WHOLE RUN; 'EXCP' PRINTS ONLY THE EXCEPTION  ***
      *      AND TREND PAGES, STILL APPLYING REGISTRATION REQUESTS   ***
                03  FILLER    PIC X(28) VALUE
                    'REQUESTS - NO SUCH SECTION'.
                03  RS-UNMATCHED             PIC ZZZZ9.
       01  REGREQ-SUMMARY-LINE5.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(28) VALUE
                    'REQUESTS - NO STUDENT ID'.
                03  RS-NO-ID                 PIC ZZZZ9.
       01  REGREQ-SUMMARY-LINE6.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(28) VALUE
                    'REQUESTS - TIME CONFLICT'.
                03  RS-CONFLICT              PIC ZZZZ9.
       01  REGREQ-SUMMARY-LINE7.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(28) VALUE
                    'REQUESTS - ALREADY IN COURSE'.
                03  RS-DUP-COURSE            PIC ZZZZ9.
       01  REGREQ-SUMMARY-LINE8.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(28) VALUE
                    'REQUESTS - OVER CREDIT LIMIT'.
                03  RS-OVER-LIMIT            PIC ZZZZ9.
       01  REGREQ-SUMMARY-LINE9.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(28) VALUE
                    'CREDIT LIMIT (HOURS)'.
                03  RS-CREDIT-CAP            PIC ZZZZ9.
       01  REGREQ-SUMMARY-LINE10.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(28) VALUE
                    'OVERLOAD APPROVALS ON FILE'.
                03  RS-OVERLOADS             PIC ZZZZ9.
       01  REGREQ-NO-CAP-LINE.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(45) VALUE
                    'NO CREDIT CAP RECORD - CREDIT LIMIT UNCHECKED'.
      *****************************************************************
      *      CLASS-ROSTER REPORT LINES - EACH SECTION'S ENROLLED     ***
      *      STUDENTS PRINTED UNDER ITS COURSE HEADER                ***
                03  RH-COURSE                PIC X(10).
       01  ROSTER-NAME-LINE.
                03  FILLER                   PIC X(15)     VALUE SPACES.
                03  RN-STU-ID                PIC 9(7).
                03  FILLER                   PIC X(3)      VALUE SPACES.
                03  RN-NAME                  PIC X(20).
      *****************************************************************
      *      ENROLLMENT-TREND REPORT LINES (THIS RUN VS PRIOR RUN)   ***
                    '*** WARNING - ROSTER TABLE FULL AT 500 - '.
                03  FILLER    PIC X(46) VALUE
                    'ROSTERS AND DEDUP INCOMPLETE - TRIM WITH ROST'.
       01  OVERLOAD-FULL-LINE.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(43) VALUE
                    '*** WARNING - OVERLOAD TABLE FULL AT 200 - '.
                03  FILLER    PIC X(45) VALUE
                    'LATER APPROVALS HELD TO THE STANDARD CAP'.
       01  INSTR-CONFLICT-FULL-LINE.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(49) VALUE
			000-MAINLINE.
               ACCEPT RUN-DATE FROM DATE YYYYMMDD.
               PERFORM 003-LOAD-RUN-PARM.
               PERFORM 030-READ-RUN-LEDGER.
               IF FULL-RUN
                  PERFORM 005-INIT-RESTART.
               IF NOT ONE-DEPT-RUN
                  OPEN INPUT REGREQ-FILE
                       OUTPUT WAITLIST-FILE
                  PERFORM 020-LOAD-ROSTER-TABLE
                  PERFORM 023-LOAD-CREDIT-CAP
                  PERFORM 024-BUILD-OVERLOAD-TABLE
                  OPEN EXTEND ROSTER-FILE.
               MOVE 'N' TO EOF.
               PERFORM 800-READ-COURSE-FILE.
                  CLOSE REGREQ-FILE
                        WAITLIST-FILE
                        ROSTER-FILE.
               PERFORM 830-POST-RUN-LEDGER.
               STOP RUN.
      *****************************************************************
      *      READS THE ONE RUN-MODE PARAMETER CARD AND SETS THE      ***
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
      *      READS THE RUN-CONTROL LEDGER FOR THE LAST WAITLIST       ***
      *      GENERATION WRITTEN - THIS RUN WRITES THE WAITLIST FRESH  ***
      *      WITHOUT READING IT, SO THERE IS NO INPUT TO PROVE, ONLY  ***
      *      A GENERATION NUMBER TO CARRY ON FROM                     ***
      *****************************************************************
       030-READ-RUN-LEDGER.
               ACCEPT LEDGER-TIME FROM TIME.
               OPEN INPUT LEDGER-FILE.
               PERFORM 826-READ-LEDGER-FILE.
               PERFORM 031-NOTE-LEDGER-ENTRY
                   UNTIL LEDGER-AT-END.
               CLOSE LEDGER-FILE.
       031-NOTE-LEDGER-ENTRY.
               IF LG-GEN-WRITTEN
                  AND LG-FILE = 'WAITL'
                  MOVE LG-GEN TO WL-W-GEN.
               PERFORM 826-READ-LEDGER-FILE.
      *****************************************************************
      *      BUILDS THE SCHEDULE TABLE ON A FIRST PASS OF THE FILE   ***
      *      SO ROOM CONFLICTS CAN BE DETECTED BEFORE PRINTING       ***
      *****************************************************************
      *****************************************************************
      *      ACCEPTS THE REQUEST ONLY WHILE THE SECTION STILL HAS AN ***
      *      OPEN SEAT - A REQUEST THAT WOULD TAKE SEATS REMAINING   ***
      *      BELOW ZERO IS HELD ON THE WAITLIST INSTEAD.  A REQUEST  ***
      *      WITH NO STUDENT ID IS HELD BEFORE THE SEAT IS EVEN      ***
      *      LOOKED AT - IT CANNOT BE TIED TO A STUDENT - AND SO IS  ***
      *      ONE THAT FAILS THE EDITS AGAINST THE STUDENT'S OTHER    ***
      *      SECTIONS, WITH THE EDIT'S OWN REASON                    ***
      *****************************************************************
       120-APPLY-ONE-REQUEST.
               IF R-STU-ID = 0
                  MOVE 'NO STUDENT ID' TO W-REASON
                  ADD 1 TO REG-NO-ID-CT
                  PERFORM 125-WRITE-WAITLIST-RECORD
               ELSE
                  PERFORM 140-EDIT-REQUEST
                  IF EDIT-REASON NOT = SPACES
                     MOVE EDIT-REASON TO W-REASON
                     PERFORM 125-WRITE-WAITLIST-RECORD
                  ELSE
                  IF C-SEATS-REMAINING > 0
                     SUBTRACT 1 FROM C-SEATS-REMAINING
                     ADD 1 TO REG-ACCEPTED-CT
                     PERFORM 130-WRITE-ROSTER-RECORD
                  ELSE
                     MOVE 'SECTION FULL' TO W-REASON
                     ADD 1 TO REG-WAITLISTED-CT
                     PERFORM 125-WRITE-WAITLIST-RECORD.
               PERFORM 810-READ-REGREQ-FILE.
       125-WRITE-WAITLIST-RECORD.
               MOVE R-COURSE TO W-COURSE.
               MOVE R-NAME   TO W-NAME.
               MOVE R-STU-ID TO W-STU-ID.
               WRITE WAITLIST-REC FROM WAITLIST-DATA.
               ADD 1 TO WL-NEW-COUNT.
               ADD W-STU-ID TO WL-NEW-HASH.
      *****************************************************************
      *      APPENDS THE ACCEPTED REQUEST TO THE PERMANENT           ***
      *      ENROLLMENT ROSTER, TAGGED WITH THE RUN DATE, SO THE     ***
                  MOVE R-COURSE TO E-COURSE
                  MOVE R-NAME   TO E-NAME
                  MOVE RUN-DATE TO E-DATE
                  MOVE R-STU-ID TO E-STU-ID
                  WRITE ROSTER-REC FROM ROSTER-DATA
                  IF RST-COUNT < 500
                     ADD 1 TO RST-COUNT
                     MOVE R-COURSE TO RST-COURSE(RST-COUNT)
                     MOVE R-NAME   TO RST-NAME(RST-COUNT)
                     MOVE R-STU-ID TO RST-STU-ID(RST-COUNT)
                  ELSE
                     MOVE 'Y' TO RST-FULL-SW.
      *****************************************************************
      *      LOOKS UP THE CURRENT REQUEST'S SECTION AND STUDENT IN   ***
      *      THE ROSTER TABLE - THE STUDENT IS MATCHED ON ID, SO TWO ***
      *      STUDENTS SHARING A NAME ARE NEVER TAKEN FOR ONE         ***
      *****************************************************************
       131-FIND-ROSTER-ENTRY.
               MOVE 'N' TO RST-FOUND-SW.
                   OR ROSTER-ENTRY-FOUND.
       132-CHECK-ONE-ROSTER-MATCH.
               IF RST-COURSE(RST-SUB) = R-COURSE
                  AND RST-STU-ID(RST-SUB) = R-STU-ID
                  SET ROSTER-ENTRY-FOUND TO TRUE.
      *****************************************************************
      *      EDITS THE REQUEST AGAINST EVERY SECTION ITS STUDENT     ***
      *      ALREADY HOLDS ON THE ROSTER TABLE, LEAVING EDIT-REASON  ***
      *      SPACES WHEN IT PASSES.  A STUDENT ALREADY HOLDING THIS  ***
      *      VERY SECTION IS A RERUN OF THE SAME REQUEST, NOT A NEW  ***
      *      ONE, AND GOES THROUGH UNEDITED - 130 KNOWS NOT TO       ***
      *      DOUBLE THEM UP.  OTHERWISE ANOTHER SECTION OF THE SAME  ***
      *      C-ABB/C-NUMB IS CHECKED FIRST, THEN A MEETING-TIME      ***
      *      CLASH, THEN THE CREDIT CAP                              ***
      *****************************************************************
       140-EDIT-REQUEST.
               MOVE SPACES TO EDIT-REASON.
               PERFORM 131-FIND-ROSTER-ENTRY.
               IF NOT ROSTER-ENTRY-FOUND
                  MOVE C-COURSE TO EDIT-COURSE
                  PERFORM 143-FIND-SCHED-ENTRY
                  MOVE EDIT-SCHED-SUB TO REQ-SCHED-SUB
                  MOVE 0 TO HELD-CREDIT-HRS
                  MOVE 'N' TO SAME-COURSE-SW
                  MOVE 'N' TO TIME-CONFLICT-SW
                  PERFORM 142-CHECK-ONE-HELD-SECTION
                      VARYING RST-SUB FROM 1 BY 1
                      UNTIL RST-SUB > RST-COUNT
                  IF SAME-COURSE-HELD
                     MOVE 'ALREADY IN COURSE' TO EDIT-REASON
                     ADD 1 TO REG-DUP-COURSE-CT
                  ELSE
                  IF TIME-CONFLICT-FOUND
                     MOVE 'TIME CONFLICT' TO EDIT-REASON
                     ADD 1 TO REG-CONFLICT-CT
                  ELSE
                     PERFORM 146-CHECK-CREDIT-LIMIT.
      *****************************************************************
      *      CHECKS ONE ROSTER ENTRY OF THE REQUESTING STUDENT - THE ***
      *      SAME COURSE UNDER ANOTHER SECTION NUMBER, OR A SECTION  ***
      *      STARTING AT THE SAME C-STARTING-TIME ON A COMMON DAY    ***
      *      LETTER (THE SAME OVERLAP TEST THE ROOM CHECK USES) -    ***
      *      AND ADDS ITS CREDIT HOURS TO WHAT THE STUDENT HOLDS.  A ***
      *      SECTION MISSING FROM THE SCHEDULE TABLE CANNOT BE TIME- ***
      *      CHECKED, AND ONE WITH NO ASSIGNMENT RECORD COUNTS NO    ***
      *      HOURS                                                   ***
      *****************************************************************
       142-CHECK-ONE-HELD-SECTION.
               IF RST-STU-ID(RST-SUB) = R-STU-ID
                  IF RST-COURSE(RST-SUB)(1:3) = C-ABB
                     AND RST-COURSE(RST-SUB)(4:4) = C-NUMB
                     SET SAME-COURSE-HELD TO TRUE.
               IF RST-STU-ID(RST-SUB) = R-STU-ID
                  MOVE RST-COURSE(RST-SUB) TO EDIT-COURSE
                  PERFORM 143-FIND-SCHED-ENTRY
                  IF REQ-SCHED-SUB > 0
                     AND EDIT-SCHED-SUB > 0
                     PERFORM 145-CHECK-TIME-CLASH.
               IF RST-STU-ID(RST-SUB) = R-STU-ID
                  PERFORM 144-FIND-CREDIT-HRS
                  ADD EDIT-CREDIT-HRS TO HELD-CREDIT-HRS.
       143-FIND-SCHED-ENTRY.
               MOVE 0 TO EDIT-SCHED-SUB.
               PERFORM 143A-CHECK-ONE-SCHED-ENTRY
                   VARYING TBL-SUB FROM 1 BY 1
                   UNTIL TBL-SUB > TBL-COUNT
                   OR EDIT-SCHED-SUB > 0.
       143A-CHECK-ONE-SCHED-ENTRY.
               IF T-COURSE(TBL-SUB) = EDIT-COURSE
                  MOVE TBL-SUB TO EDIT-SCHED-SUB.
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
               MOVE REQ-SCHED-SUB  TO TBL-SUB.
               MOVE EDIT-SCHED-SUB TO TBL-SUB2.
               IF T-STARTING-HOUR(TBL-SUB) = T-STARTING-HOUR(TBL-SUB2)
                  AND T-STARTING-MIN(TBL-SUB) =
                                    T-STARTING-MIN(TBL-SUB2)
                  PERFORM 086-CHECK-DAYS-OVERLAP
                  IF DAYS-OVERLAP
                     SET TIME-CONFLICT-FOUND TO TRUE.
      *****************************************************************
      *      HOLDS THE REQUEST WHEN ITS CREDIT HOURS WOULD TAKE THE  ***
      *      STUDENT PAST THEIR LIMIT - THE CAP, OR THE DEAN'S       ***
      *      HIGHER LIMIT FOR A STUDENT ON THE OVERLOAD-APPROVAL     ***
      *      FILE (NO LIMIT AT ALL WHEN THAT LIMIT IS ZERO).  WITH   ***
      *      NO CAP RECORD THE LIMIT IS NOT CHECKED                  ***
      *****************************************************************
       146-CHECK-CREDIT-LIMIT.
               IF CREDIT-CAP > 0
                  MOVE CREDIT-CAP TO STU-CREDIT-LIMIT
                  PERFORM 147-FIND-OVERLOAD
                  MOVE C-COURSE TO EDIT-COURSE
                  PERFORM 144-FIND-CREDIT-HRS
                  IF STU-CREDIT-LIMIT > 0
                     AND HELD-CREDIT-HRS + EDIT-CREDIT-HRS >
                                          STU-CREDIT-LIMIT
                     MOVE 'OVER CREDIT LIMIT' TO EDIT-REASON
                     ADD 1 TO REG-OVER-LIMIT-CT.
       147-FIND-OVERLOAD.
               MOVE 'N' TO OVL-FOUND-SW.
               PERFORM 147A-CHECK-ONE-OVERLOAD
                   VARYING OVL-SUB FROM 1 BY 1
                   UNTIL OVL-SUB > OVL-COUNT
                   OR OVERLOAD-APPROVED.
       147A-CHECK-ONE-OVERLOAD.
               IF OVL-STU-ID(OVL-SUB) = R-STU-ID
                  SET OVERLOAD-APPROVED TO TRUE
                  IF OVL-MAX-HRS(OVL-SUB) NUMERIC
                     MOVE OVL-MAX-HRS(OVL-SUB) TO STU-CREDIT-LIMIT
                  ELSE
                     MOVE 0 TO STU-CREDIT-LIMIT.
      *****************************************************************
      *           PRINTS HEADING LINE                               ***
      *****************************************************************
       225-COURSE-HEADINGS.
      *****************************************************************
      *      PRINTS THE REGISTRATION-REQUEST CONTROL TOTALS SO THE   ***
      *      RUN CAN BE BALANCED - READ MUST EQUAL ACCEPTED PLUS     ***
      *      WAITLISTED PLUS UNMATCHED PLUS NO STUDENT ID PLUS TIME  ***
      *      CONFLICT PLUS ALREADY IN COURSE PLUS OVER CREDIT LIMIT  ***
      *****************************************************************
       990-REGREQ-SUMMARY.
               IF REG-READ-CT > 0
                        AFTER ADVANCING 1
                  MOVE REG-UNMATCHED-CT  TO RS-UNMATCHED
                  WRITE PRINT-REC FROM REGREQ-SUMMARY-LINE4
                        AFTER ADVANCING 1
                  MOVE REG-NO-ID-CT      TO RS-NO-ID
                  WRITE PRINT-REC FROM REGREQ-SUMMARY-LINE5
                        AFTER ADVANCING 1
                  MOVE REG-CONFLICT-CT   TO RS-CONFLICT
                  WRITE PRINT-REC FROM REGREQ-SUMMARY-LINE6
                        AFTER ADVANCING 1
                  MOVE REG-DUP-COURSE-CT TO RS-DUP-COURSE
                  WRITE PRINT-REC FROM REGREQ-SUMMARY-LINE7
                        AFTER ADVANCING 1
                  MOVE REG-OVER-LIMIT-CT TO RS-OVER-LIMIT
                  WRITE PRINT-REC FROM REGREQ-SUMMARY-LINE8
                        AFTER ADVANCING 1
                  IF CREDIT-CAP > 0
                     MOVE CREDIT-CAP     TO RS-CREDIT-CAP
                     WRITE PRINT-REC FROM REGREQ-SUMMARY-LINE9
                           AFTER ADVANCING 2
                     MOVE OVL-COUNT      TO RS-OVERLOADS
                     WRITE PRINT-REC FROM REGREQ-SUMMARY-LINE10
                           AFTER ADVANCING 1
                  ELSE
                     WRITE PRINT-REC FROM REGREQ-NO-CAP-LINE
                           AFTER ADVANCING 2.
      *****************************************************************
      *      PRINTS EACH SECTION'S ENROLLED STUDENTS UNDER ITS       ***
      *      COURSE HEADER FROM THE ROSTER TABLE LOADED AT START OF  ***
                  MOVE T-COURSE(TBL-SUB) TO RH-COURSE
                  WRITE PRINT-REC FROM ROSTER-COURSE-LINE
                        AFTER ADVANCING 2.
               MOVE RST-STU-ID(RST-SUB) TO RN-STU-ID.
               MOVE RST-NAME(RST-SUB) TO RN-NAME.
               WRITE PRINT-REC FROM ROSTER-NAME-LINE
                     AFTER ADVANCING 1.
                  OR INSTR-CONFLICT-TABLE-FULL
                  OR DEPTMIN-TABLE-FULL
                  OR LOW-ENR-TABLE-FULL
                  OR OVERLOAD-TABLE-FULL
                  WRITE PRINT-REC FROM TABLE-WARNING-HEADING
                        AFTER ADVANCING PAGE.
               IF SCHED-TABLE-FULL
               IF LOW-ENR-TABLE-FULL
                  WRITE PRINT-REC FROM LOW-ENR-FULL-LINE
                        AFTER ADVANCING 2.
               IF OVERLOAD-TABLE-FULL
                  WRITE PRINT-REC FROM OVERLOAD-FULL-LINE
                        AFTER ADVANCING 2.
      *****************************************************************
      **          READS THE DATA FILE                               ***
      ****************************************************************
               READ REGREQ-FILE INTO REGREQ-DATA
                    AT END SET REGREQ-AT-END TO TRUE.
               IF NOT REGREQ-AT-END
                  ADD 1 TO REG-READ-CT
                  IF R-STU-ID NOT NUMERIC
                     MOVE 0 TO R-STU-ID.
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
      **          READS THE RUN-CONTROL LEDGER                       ***
      ****************************************************************
       826-READ-LEDGER-FILE.
               READ LEDGER-FILE INTO LEDGER-DATA
                    AT END SET LEDGER-AT-END TO TRUE.
      *****************************************************************
      *      RECORDS THIS RUN ON THE RUN-CONTROL LEDGER ONCE EVERY    ***
      *      FILE HAS CLOSED - THE STEP, THE NEW WAITLIST GENERATION  ***
      *      (NOT WRITTEN BY A DEPT INQUIRY, WHICH REWRITES NOTHING)  ***
      *      AND THE REGISTRATION CONTROL TOTALS                      ***
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
               IF NOT ONE-DEPT-RUN
                  MOVE SPACES       TO LEDGER-DATA
                  MOVE RUN-DATE     TO LG-RUN-DATE
                  MOVE LEDGER-STEP  TO LG-STEP
                  MOVE 'W'          TO LG-TYPE
                  MOVE 'WAITL'      TO LG-FILE
                  COMPUTE LG-GEN = WL-W-GEN + 1
                  MOVE WL-NEW-COUNT TO LG-REC-COUNT
                  MOVE WL-NEW-HASH  TO LG-HASH-TOTAL
                  MOVE 0            TO LG-STAMP
                  WRITE LEDGER-REC FROM LEDGER-DATA.
               MOVE 'REQUESTS READ' TO LEDGER-TOTAL-NAME.
               MOVE REG-READ-CT TO LEDGER-TOTAL-VALUE.
               PERFORM 831-WRITE-LEDGER-TOTAL.
               MOVE 'REQUESTS ACCEPTED' TO LEDGER-TOTAL-NAME.
               MOVE REG-ACCEPTED-CT TO LEDGER-TOTAL-VALUE.
               PERFORM 831-WRITE-LEDGER-TOTAL.
               MOVE 'WAITLISTED - SECTION FULL' TO LEDGER-TOTAL-NAME.
               MOVE REG-WAITLISTED-CT TO LEDGER-TOTAL-VALUE.
               PERFORM 831-WRITE-LEDGER-TOTAL.
               MOVE 'WAITLISTED - NO SUCH SECTION' TO LEDGER-TOTAL-NAME.
               MOVE REG-UNMATCHED-CT TO LEDGER-TOTAL-VALUE.
               PERFORM 831-WRITE-LEDGER-TOTAL.
               MOVE 'WAITLISTED - NO STUDENT ID' TO LEDGER-TOTAL-NAME.
               MOVE REG-NO-ID-CT TO LEDGER-TOTAL-VALUE.
               PERFORM 831-WRITE-LEDGER-TOTAL.
               MOVE 'WAITLISTED - TIME CONFLICT' TO LEDGER-TOTAL-NAME.
               MOVE REG-CONFLICT-CT TO LEDGER-TOTAL-VALUE.
               PERFORM 831-WRITE-LEDGER-TOTAL.
               MOVE 'WAITLISTED - DUPLICATE COURSE'
                    TO LEDGER-TOTAL-NAME.
               MOVE REG-DUP-COURSE-CT TO LEDGER-TOTAL-VALUE.
               PERFORM 831-WRITE-LEDGER-TOTAL.
               MOVE 'WAITLISTED - OVER CREDIT CAP' TO LEDGER-TOTAL-NAME.
               MOVE REG-OVER-LIMIT-CT TO LEDGER-TOTAL-VALUE.
               PERFORM 831-WRITE-LEDGER-TOTAL.
               MOVE 'WAITLIST RECORDS WRITTEN' TO LEDGER-TOTAL-NAME.
               MOVE WL-NEW-COUNT TO LEDGER-TOTAL-VALUE.
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
