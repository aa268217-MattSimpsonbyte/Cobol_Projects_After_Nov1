       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STUASSGN.
       AUTHOR. Matthew Simpson.
      *  STUDENT MASTER MAINTENANCE - PERMANENT STUDENT ID NUMBERS.
      *  EVERY STUDENT-KEYED FILE IN BOTH THE COURSE SYSTEM AND THE
      *  LOAN SYSTEM MATCHES ITS STUDENTS ON A PERMANENT SEVEN-DIGIT
      *  STUDENT ID RATHER THAN ON THE 20-CHARACTER NAME - TWO
      *  STUDENTS WITH THE SAME NAME ARE TWO DIFFERENT IDS, AND A
      *  STUDENT WHO CHANGES THEIR NAME KEEPS THE ID THEY ALREADY
      *  HAVE.  THE STUMAST STUDENT MASTER IS WHERE THOSE IDS ARE
      *  HANDED OUT, AND THIS IS THE ONLY PROGRAM THAT WRITES IT.
      *  TWO KINDS OF TRANSACTION ARE APPLIED FROM STUTRANS:
      *      'A' - ADD A NEW STUDENT UNDER THE NAME GIVEN.  THE ID
      *            IS ASSIGNED HERE, ONE HIGHER THAN THE HIGHEST ID
      *            EVER ISSUED, SO THE MASTER STAYS IN ASCENDING ID
      *            ORDER WITH NEW STUDENTS AT THE END.  AN ADD FOR A
      *            NAME ALREADY ON THE MASTER IS STILL ADDED - TWO
      *            PEOPLE CAN SHARE A NAME - BUT IS FLAGGED ON THE
      *            REPORT SO THE REGISTRAR CAN CATCH A STUDENT KEYED
      *            IN TWICE.
      *      'N' - NAME CHANGE FOR THE STUDENT ID GIVEN.  THE ID
      *            NEVER CHANGES; ONLY THE NAME ON THE MASTER DOES.
      *  NAME CHANGES MUST BE IN ASCENDING STUDENT-ID ORDER, THE SAME
      *  ORDER AS THE MASTER - THIS IS A STANDARD SEQUENTIAL MASTER
      *  UPDATE.  ADDS CARRY NO ID YET AND MAY SIT ANYWHERE IN THE
      *  DECK; THEY ARE HELD UNTIL THE OLD MASTER IS EXHAUSTED AND
      *  WRITTEN AT THE END, IN THE ORDER THEY WERE READ.  THE OLD
      *  MASTER IS NEVER REWRITTEN IN PLACE - STUMAST-NEW IS WRITTEN
      *  AND OPERATIONS COPIES IT OVER STUMAST, THE SAME AS ANY OTHER
      *  OLD-MASTER/NEW-MASTER STEP IN THIS SHOP.
      *  THE REPORT LISTS EVERY ID ASSIGNED (THE REGISTRAR AND THE
      *  BURSAR KEY NEW STUDENTS' TRANSACTIONS WITH THESE), EVERY
      *  NAME CHANGE, AND EVERY REJECTED TRANSACTION WITH ITS REASON,
      *  WITH CONTROL TOTALS - OLD MASTER READ PLUS ADDED MUST EQUAL
      *  NEW MASTER WRITTEN.
      *  THE RUN IS RECORDED ON THE RUNLEDG RUN-CONTROL LEDGER - THE
      *  STUMAST GENERATION READ, THE ONE WRITTEN TO STUMAST-NEW, AND
      *  THE CONTROL TOTALS - AND THE LEDGER IS CHECKED BEFORE
      *  ANYTHING IS OPENED, SO A STUMAST THAT IS NOT THE GENERATION
      *  LAST WRITTEN STOPS THE RUN BEFORE ANY ID IS ISSUED OFF IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL OLD-STUMAST ASSIGN TO 'STUMAST'.
            SELECT NEW-STUMAST  ASSIGN TO 'STUMAST-NEW'.
            SELECT OPTIONAL TRANS-FILE ASSIGN TO 'STUTRANS'.
            SELECT PRNT-FILE    ASSIGN TO 'UR-S-STUASGN'.
            SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'RUNLEDG'.

       DATA DIVISION.

       FILE SECTION.
       FD  OLD-STUMAST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      LAYOUT FOR THE STUDENT MASTER - ONE RECORD PER STUDENT *
      *      IN ASCENDING STUDENT-ID ORDER.  SM-ADD-DATE IS THE RUN *
      *      THAT ISSUED THE ID, SM-NAME-DATE THE RUN THAT LAST     *
      *      CHANGED THE NAME (ZERO WHEN IT NEVER HAS)              *
      **************************************************************
       01  STUMAST-REC.
                03  SM-STU-ID                PIC 9(7).
                03  SM-NAME                  PIC X(20).
                03  SM-ADD-DATE              PIC 9(8).
                03  SM-NAME-DATE             PIC 9(8).
                03  FILLER                   PIC X(37).

       FD  NEW-STUMAST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  NEW-STUMAST-REC                   PIC X(80).

       FD  TRANS-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      LAYOUT FOR ONE STUDENT MASTER TRANSACTION - ST-TYPE    *
      *      'A' ADDS ST-NAME AS A NEW STUDENT (ST-STU-ID IS LEFT   *
      *      ZERO, THE ID IS ASSIGNED HERE); 'N' CHANGES THE NAME   *
      *      OF STUDENT ST-STU-ID TO ST-NAME                        *
      **************************************************************
       01  TRANS-DATA.
                03  ST-TYPE                  PIC X.
                03  ST-STU-ID                PIC 9(7).
                03  ST-NAME                  PIC X(20).
                03  FILLER                   PIC X(52).

       FD  PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRNT-REC                  PIC X(100).

       FD  LEDGER-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      LAYOUT FOR ONE RUN-CONTROL LEDGER RECORD - THE LEDGER  *
      *      IS SHARED BY EVERY STEP OF THE NIGHTLY JOB STREAM AND  *
      *      IS ONLY EVER APPENDED TO.  A STEP THAT RUNS TO THE END *
      *      WRITES A STEP RECORD (S), ONE RECORD PER LEDGERED      *
      *      MASTER GENERATION IT READ (R) OR WROTE (W), AND ONE    *
      *      RECORD PER CONTROL TOTAL (T).  A STEP THAT REFUSES ITS *
      *      INPUT, OR STOPS PART WAY, WRITES A STOPPED RECORD      *
      *      (X) INSTEAD, NAMING THE FILE AND THE REASON.  A        *
      *      GENERATION IS KNOWN BY ITS RECORD COUNT, HASH TOTAL    *
      *      AND STAMP, SO THE NEXT STEP CAN PROVE THE FILE IN HAND *
      *      IS THE ONE THE PREVIOUS STEP WROTE                     *
      **************************************************************
       01  LEDGER-REC.
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
                    05  LG-STOP-REASON       PIC X(26).

       WORKING-STORAGE SECTION.
       01  MISC.
                03  RUN-DATE                 PIC 9(8)      VALUE 0.
                03  HIGH-STU-ID              PIC 9(7)      VALUE 0.
                03  PREV-STU-ID              PIC 9(7)      VALUE 0.
       01  EOF-SWITCHES.
                03  EOF-M                    PIC 9         VALUE 0.
                03  EOF-T                    PIC 9         VALUE 0.
      **************************************************************
      *    CONTROL TOTALS - OLD MASTER READ PLUS ADDED MUST EQUAL   *
      *    NEW MASTER WRITTEN, AND TRANSACTIONS READ MUST EQUAL     *
      *    ADDED PLUS RENAMED PLUS REJECTED                         *
      **************************************************************
       01  CONTROL-TOTALS.
                03  MASTER-READ              PIC 9(7)      VALUE 0.
                03  MASTER-WRITTEN           PIC 9(7)      VALUE 0.
                03  TRANS-READ               PIC 9(5)      VALUE 0.
                03  TRANS-ADDED              PIC 9(5)      VALUE 0.
                03  TRANS-RENAMED            PIC 9(5)      VALUE 0.
                03  TRANS-REJECTED           PIC 9(5)      VALUE 0.
      **************************************************************
      *    RUN-CONTROL LEDGER WORK AREAS.  GEN-TABLE HOLDS ONE      *
      *    ENTRY PER LEDGERED MASTER THIS STEP READS (USE I),       *
      *    WRITES (USE O) OR BOTH (USE U): THE FINGERPRINT OF THE   *
      *    COPY IN HAND (CUR), OF THE COPY THIS RUN WROTE (NEW),    *
      *    OF THE LAST GENERATION ANY STEP WROTE (W) AND OF THE     *
      *    LAST GENERATION THIS STEP READ (R)                       *
      **************************************************************
       01  LEDGER-CTL.
                03  LEDGER-STEP             PIC X(8)       VALUE
                    'STUASSGN'.
                03  LEDGER-TITLE            PIC X(40)      VALUE
                    'STUDENT MASTER MAINTENANCE'.
                03  LEDGER-TIME             PIC 9(8)       VALUE 0.
                03  EOF-LG                  PIC 9          VALUE 0.
                03  EOF-LP                  PIC 9          VALUE 0.
                03  GEN-SUB                 PIC 9          VALUE 0.
                03  GEN-COUNT               PIC 9          VALUE 1.
                03  LEDGER-TOTAL-NAME       PIC X(30)      VALUE SPACES.
                03  LEDGER-TOTAL-VALUE      PIC S9(11)V99  VALUE 0.
                03  STOP-FILE               PIC X(8)       VALUE SPACES.
                03  STOP-REASON             PIC X(26)      VALUE SPACES.
                03  STOP-SW                 PIC X          VALUE 'N'.
                    88  STOP-RECORDED                      VALUE 'Y'.
                03  FP-COUNT                PIC 9(7)       VALUE 0.
                03  FP-HASH                 PIC 9(13)V99   VALUE 0.
                03  FP-SUB                  PIC 99         VALUE 0.
       01  GEN-TABLE.
                03  GEN-ENTRY       OCCURS 1 TIMES.
                    05  GEN-FILE             PIC X(8).
                    05  GEN-USE              PIC X.
                        88  GEN-IS-INPUT             VALUE 'I' 'U'.
                        88  GEN-IS-OUTPUT            VALUE 'O' 'U'.
                    05  GEN-CUR-COUNT        PIC 9(7).
                    05  GEN-CUR-HASH         PIC 9(13)V99.
                    05  GEN-CUR-STAMP        PIC 9(8).
                    05  GEN-NEW-COUNT        PIC 9(7).
                    05  GEN-NEW-HASH         PIC 9(13)V99.
                    05  GEN-NEW-STAMP        PIC 9(8).
                    05  GEN-W-SW             PIC X.
                        88  GEN-W-SEEN                     VALUE 'Y'.
                    05  GEN-W-GEN            PIC 9(5).
                    05  GEN-W-COUNT          PIC 9(7).
                    05  GEN-W-HASH           PIC 9(13)V99.
                    05  GEN-W-STAMP          PIC 9(8).
                    05  GEN-W-STEP           PIC X(8).
                    05  GEN-W-DATE           PIC 9(8).
                    05  GEN-R-SW             PIC X.
                        88  GEN-R-SEEN                     VALUE 'Y'.
                    05  GEN-R-GEN            PIC 9(5).
                    05  GEN-R-COUNT          PIC 9(7).
                    05  GEN-R-HASH           PIC 9(13)V99.
                    05  GEN-R-STAMP          PIC 9(8).
                    05  GEN-READ-GEN         PIC 9(5).
      **************************************************************
      *    ADDS HELD UNTIL THE OLD MASTER IS EXHAUSTED, SO THEIR    *
      *    NEW IDS CAN BE ISSUED ABOVE THE HIGHEST ID ALREADY ON    *
      *    FILE.  AN ADD THAT DOES NOT FIT IS REJECTED, NOT LOST -  *
      *    IT CAN SIMPLY BE RESUBMITTED ON THE NEXT RUN             *
      **************************************************************
       01  ADD-TABLE.
                03  AD-ENTRY        OCCURS 500 TIMES.
                    05  AD-NAME              PIC X(20).
                    05  AD-STU-ID            PIC 9(7).
                    05  AD-DUP-SW            PIC X.
                        88  AD-NAME-ON-FILE                VALUE 'Y'.
       01  ADD-CTL.
                03  AD-COUNT                 PIC 999       VALUE 0.
                03  AD-SUB                   PIC 999       VALUE 0.
      **************************************************************
      *    NAME CHANGES APPLIED THIS RUN, OLD AND NEW NAME, FOR     *
      *    THE REPORT                                               *
      **************************************************************
       01  RENAME-TABLE.
                03  RN-ENTRY        OCCURS 200 TIMES.
                    05  RN-STU-ID            PIC 9(7).
                    05  RN-OLD-NAME          PIC X(20).
                    05  RN-NEW-NAME          PIC X(20).
       01  RENAME-CTL.
                03  RN-COUNT                 PIC 999       VALUE 0.
                03  RN-SUB                   PIC 999       VALUE 0.
      **************************************************************
      *    EXCEPTION TABLE OF REJECTED TRANSACTIONS                 *
      **************************************************************
       01  REJECT-TABLE.
                03  RJ-ENTRY        OCCURS 200 TIMES.
                    05  RJ-TYPE              PIC X.
                    05  RJ-STU-ID            PIC 9(7).
                    05  RJ-NAME              PIC X(20).
                    05  RJ-REASON            PIC X(25).
       01  REJECT-CTL.
                03  RJ-COUNT                 PIC 999       VALUE 0.
                03  RJ-SUB                   PIC 999       VALUE 0.
                03  REJECT-REASON            PIC X(25)     VALUE SPACES.
       01  TABLE-FULL-SWITCHES.
                03  RN-FULL-SW               PIC X         VALUE 'N'.
                    88  RENAME-TABLE-FULL                  VALUE 'Y'.
                03  RJ-FULL-SW               PIC X         VALUE 'N'.
                    88  REJECT-TABLE-FULL                  VALUE 'Y'.
      **************************************************************
      *    STUDENTS ALREADY ON THE MASTER, BY NAME, SO AN ADD FOR   *
      *    A NAME ALREADY ISSUED AN ID CAN BE FLAGGED.  BUILT FROM  *
      *    THE NEW MASTER AS IT IS WRITTEN - THE DUPLICATE CHECK    *
      *    SEES EVERY RENAME APPLIED THIS RUN                       *
      **************************************************************
       01  NAME-TABLE.
                03  NM-ENTRY        OCCURS 5000 TIMES.
                    05  NM-NAME              PIC X(20).
       01  NAME-CTL.
                03  NM-COUNT                 PIC 9(4)      VALUE 0.
                03  NM-SUB                   PIC 9(4)      VALUE 0.
                03  NM-FULL-SW               PIC X         VALUE 'N'.
                    88  NAME-TABLE-FULL                    VALUE 'Y'.
                03  NM-FOUND-SW              PIC X         VALUE 'N'.
                    88  NAME-FOUND                         VALUE 'Y'.
      **************************************************************
      *      LAYOUT FOR THE MAINTENANCE REPORT LINES                *
      **************************************************************
       01  ASGN-HEADING.
                03  FILLER                 PIC X(37)      VALUE
                    'STUDENT MASTER MAINTENANCE REPORT'.
                03  AH-DATE                PIC 9(8).
       01  ASGN-LINE1.
                03  FILLER                 PIC X(28)      VALUE
                    'OLD MASTER RECORDS READ'.
                03  AL-MASTER-READ         PIC ZZZZZZ9.
       01  ASGN-LINE2.
                03  FILLER                 PIC X(28)      VALUE
                    'NEW MASTER RECORDS WRITTEN'.
                03  AL-MASTER-WRITTEN      PIC ZZZZZZ9.
       01  ASGN-LINE3.
                03  FILLER                 PIC X(28)      VALUE
                    'TRANSACTIONS READ'.
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  AL-TRANS-READ          PIC ZZZZ9.
       01  ASGN-LINE4.
                03  FILLER                 PIC X(28)      VALUE
                    'STUDENTS ADDED'.
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  AL-ADDED               PIC ZZZZ9.
       01  ASGN-LINE5.
                03  FILLER                 PIC X(28)      VALUE
                    'NAMES CHANGED'.
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  AL-RENAMED             PIC ZZZZ9.
       01  ASGN-LINE6.
                03  FILLER                 PIC X(28)      VALUE
                    'TRANSACTIONS REJECTED'.
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  AL-REJECTED            PIC ZZZZ9.
       01  ASGN-LINE7.
                03  FILLER                 PIC X(28)      VALUE
                    'HIGHEST STUDENT ID ISSUED'.
                03  AL-HIGH-ID             PIC 9(7).
       01  ASGN-BALANCE-LINE.
                03  FILLER                 PIC X(47)      VALUE
                    'OUT OF BALANCE - READ PLUS ADDED DOES NOT EQUAL'.
                03  FILLER                 PIC X(15)      VALUE
                    ' WRITTEN'.
       01  ADD-HEADING.
                03  FILLER                 PIC X(30)      VALUE
                    'STUDENT IDS ASSIGNED'.
       01  ADD-LINE.
                03  ADL-STU-ID             PIC 9(7).
                03  FILLER                 PIC X(3)       VALUE SPACES.
                03  ADL-NAME               PIC X(20).
                03  FILLER                 PIC X(3)       VALUE SPACES.
                03  ADL-NOTE               PIC X(40).
       01  RENAME-HEADING.
                03  FILLER                 PIC X(30)      VALUE
                    'NAME CHANGES APPLIED'.
       01  RENAME-LINE.
                03  RNL-STU-ID             PIC 9(7).
                03  FILLER                 PIC X(3)       VALUE SPACES.
                03  RNL-OLD-NAME           PIC X(20).
                03  FILLER                 PIC X(4)       VALUE ' TO '.
                03  RNL-NEW-NAME           PIC X(20).
       01  REJECT-HEADING.
                03  FILLER                 PIC X(30)      VALUE
                    'REJECTED TRANSACTIONS'.
       01  REJECT-LINE.
                03  RJL-TYPE               PIC X.
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RJL-STU-ID             PIC 9(7).
                03  FILLER                 PIC X(3)       VALUE SPACES.
                03  RJL-NAME               PIC X(20).
                03  FILLER                 PIC X(3)       VALUE SPACES.
                03  RJL-REASON             PIC X(25).
       01  RENAME-FULL-LINE.
                03  FILLER    PIC X(43)  VALUE
                    '*** WARNING - RENAME TABLE FULL AT 200 - '.
                03  FILLER    PIC X(40)  VALUE
                    'NAME CHANGE LIST IS INCOMPLETE'.
       01  REJECT-FULL-LINE.
                03  FILLER    PIC X(43)  VALUE
                    '*** WARNING - REJECT TABLE FULL AT 200 - '.
                03  FILLER    PIC X(40)  VALUE
                    'REJECTED LIST IS INCOMPLETE'.
       01  NAME-FULL-LINE.
                03  FILLER    PIC X(43)  VALUE
                    '*** WARNING - NAME TABLE FULL AT 5000 - '.
                03  FILLER    PIC X(40)  VALUE
                    'DUPLICATE-NAME FLAGS MAY BE MISSING'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                ACCEPT RUN-DATE FROM DATE YYYYMMDD.
                PERFORM 0100-CHECK-RUN-LEDGER.
                OPEN INPUT OLD-STUMAST
                     TRANS-FILE.
                OPEN OUTPUT NEW-STUMAST
                     PRNT-FILE.
                PERFORM 2000-READ-MASTER.
                PERFORM 2100-READ-TRANS.
                PERFORM 1000-PROCESS-ONE-MASTER
                    UNTIL EOF-M = 1.
                PERFORM 1200-APPLY-TRANSACTION
                    UNTIL EOF-T = 1.
                PERFORM 1500-WRITE-ONE-ADD
                    VARYING AD-SUB FROM 1 BY 1
                    UNTIL AD-SUB > AD-COUNT.
                PERFORM 8000-MAINTENANCE-REPORT.
                CLOSE OLD-STUMAST
                      NEW-STUMAST
                      TRANS-FILE
                      PRNT-FILE.
                PERFORM 7800-POST-RUN-LEDGER.
                STOP RUN.
      **************************************************************
      *   CHECKS THE RUN-CONTROL LEDGER BEFORE ANYTHING IS OPENED - *
      *   EVERY LEDGERED INPUT MUST BE THE GENERATION THE LAST      *
      *   STEP TO WRITE IT PRODUCED, OR THE VERY COPY THIS STEP     *
      *   ALREADY READ WHEN THIS IS A RERUN OF A STEP WHOSE OUTPUT  *
      *   WAS NEVER PROMOTED.  A MASTER NEVER YET WRITTEN UNDER THE *
      *   LEDGER IS TAKEN AS GENERATION ZERO                        *
      **************************************************************
       0100-CHECK-RUN-LEDGER.
                ACCEPT LEDGER-TIME FROM TIME.
                PERFORM 0105-CLEAR-GEN-ENTRY
                    VARYING GEN-SUB FROM 1 BY 1
                    UNTIL GEN-SUB > GEN-COUNT.
                MOVE 'STUMAST'  TO GEN-FILE(1).
                MOVE 'U'        TO GEN-USE(1).
                OPEN INPUT LEDGER-FILE.
                PERFORM 0110-READ-LEDGER.
                PERFORM 0120-NOTE-LEDGER-ENTRY
                    UNTIL EOF-LG = 1.
                CLOSE LEDGER-FILE.
                PERFORM 0240-FINGERPRINT-STUMAST.
                PERFORM 0130-CHECK-ONE-INPUT
                    VARYING GEN-SUB FROM 1 BY 1
                    UNTIL GEN-SUB > GEN-COUNT.
       0105-CLEAR-GEN-ENTRY.
                MOVE SPACES TO GEN-FILE(GEN-SUB).
                MOVE SPACES TO GEN-USE(GEN-SUB).
                MOVE 0      TO GEN-CUR-COUNT(GEN-SUB).
                MOVE 0      TO GEN-CUR-HASH(GEN-SUB).
                MOVE 0      TO GEN-CUR-STAMP(GEN-SUB).
                MOVE 0      TO GEN-NEW-COUNT(GEN-SUB).
                MOVE 0      TO GEN-NEW-HASH(GEN-SUB).
                MOVE 0      TO GEN-NEW-STAMP(GEN-SUB).
                MOVE 'N'    TO GEN-W-SW(GEN-SUB).
                MOVE 0      TO GEN-W-GEN(GEN-SUB).
                MOVE 0      TO GEN-W-COUNT(GEN-SUB).
                MOVE 0      TO GEN-W-HASH(GEN-SUB).
                MOVE 0      TO GEN-W-STAMP(GEN-SUB).
                MOVE SPACES TO GEN-W-STEP(GEN-SUB).
                MOVE 0      TO GEN-W-DATE(GEN-SUB).
                MOVE 'N'    TO GEN-R-SW(GEN-SUB).
                MOVE 0      TO GEN-R-GEN(GEN-SUB).
                MOVE 0      TO GEN-R-COUNT(GEN-SUB).
                MOVE 0      TO GEN-R-HASH(GEN-SUB).
                MOVE 0      TO GEN-R-STAMP(GEN-SUB).
                MOVE 0      TO GEN-READ-GEN(GEN-SUB).
       0110-READ-LEDGER.
                READ LEDGER-FILE
                    AT END MOVE 1 TO EOF-LG.
      **************************************************************
      *   KEEPS THE LATEST GENERATION WRITTEN, AND THE LATEST       *
      *   GENERATION THIS STEP READ, FOR EVERY LEDGERED MASTER -    *
      *   THE LEDGER IS IN TIME ORDER SO THE LAST ONE SEEN WINS     *
      **************************************************************
       0120-NOTE-LEDGER-ENTRY.
                IF LG-GEN-READ OR LG-GEN-WRITTEN
                   PERFORM 0125-NOTE-ONE-GEN
                       VARYING GEN-SUB FROM 1 BY 1
                       UNTIL GEN-SUB > GEN-COUNT.
                PERFORM 0110-READ-LEDGER.
       0125-NOTE-ONE-GEN.
                IF GEN-FILE(GEN-SUB) = LG-FILE
                   AND LG-GEN-WRITTEN
                   MOVE 'Y'           TO GEN-W-SW(GEN-SUB)
                   MOVE LG-GEN        TO GEN-W-GEN(GEN-SUB)
                   MOVE LG-REC-COUNT  TO GEN-W-COUNT(GEN-SUB)
                   MOVE LG-HASH-TOTAL TO GEN-W-HASH(GEN-SUB)
                   MOVE LG-STAMP      TO GEN-W-STAMP(GEN-SUB)
                   MOVE LG-STEP       TO GEN-W-STEP(GEN-SUB)
                   MOVE LG-RUN-DATE   TO GEN-W-DATE(GEN-SUB).
                IF GEN-FILE(GEN-SUB) = LG-FILE
                   AND LG-GEN-READ
                   AND LG-STEP = LEDGER-STEP
                   MOVE 'Y'           TO GEN-R-SW(GEN-SUB)
                   MOVE LG-GEN        TO GEN-R-GEN(GEN-SUB)
                   MOVE LG-REC-COUNT  TO GEN-R-COUNT(GEN-SUB)
                   MOVE LG-HASH-TOTAL TO GEN-R-HASH(GEN-SUB)
                   MOVE LG-STAMP      TO GEN-R-STAMP(GEN-SUB).
      **************************************************************
      *   PROVES ONE INPUT AGAINST THE LEDGER - THE COPY IN HAND    *
      *   MUST CARRY THE COUNT, HASH AND STAMP OF THE LAST          *
      *   GENERATION WRITTEN.  THE ONE EXCEPTION IS THIS STEP'S OWN *
      *   RERUN: WHEN THIS STEP WROTE THE LAST GENERATION AND THE   *
      *   COPY IN HAND IS STILL THE ONE IT READ LAST TIME, THE NEW  *
      *   FILE WAS SIMPLY NEVER PROMOTED AND IS BEING REBUILT       *
      **************************************************************
       0130-CHECK-ONE-INPUT.
                IF GEN-IS-INPUT(GEN-SUB)
                   AND GEN-W-SEEN(GEN-SUB)
                   PERFORM 0135-MATCH-GENERATION.
       0135-MATCH-GENERATION.
                IF GEN-CUR-COUNT(GEN-SUB) = GEN-W-COUNT(GEN-SUB)
                   AND GEN-CUR-HASH(GEN-SUB) = GEN-W-HASH(GEN-SUB)
                   AND GEN-CUR-STAMP(GEN-SUB) = GEN-W-STAMP(GEN-SUB)
                   MOVE GEN-W-GEN(GEN-SUB) TO GEN-READ-GEN(GEN-SUB)
                ELSE
                IF GEN-W-STEP(GEN-SUB) = LEDGER-STEP
                   AND GEN-R-SEEN(GEN-SUB)
                   AND GEN-CUR-COUNT(GEN-SUB) = GEN-R-COUNT(GEN-SUB)
                   AND GEN-CUR-HASH(GEN-SUB) = GEN-R-HASH(GEN-SUB)
                   AND GEN-CUR-STAMP(GEN-SUB) = GEN-R-STAMP(GEN-SUB)
                   MOVE GEN-R-GEN(GEN-SUB) TO GEN-READ-GEN(GEN-SUB)
                ELSE
                   PERFORM 0140-WRONG-GENERATION.
      **************************************************************
      *   THE INPUT IS NOT THE GENERATION THE PREVIOUS STEP WROTE - *
      *   USUALLY ITS NEW FILE WAS NEVER COPIED OVER THE MASTER, OR *
      *   WAS COPIED TWICE.  THE REFUSAL GOES ON THE LEDGER SO THE  *
      *   NIGHT'S INQUIRY SHOWS WHERE THE STREAM BROKE              *
      **************************************************************
       0140-WRONG-GENERATION.
                DISPLAY 'STUASSGN - ' GEN-FILE(GEN-SUB)
                        ' IS NOT GENERATION ' GEN-W-GEN(GEN-SUB)
                        ' WRITTEN BY ' GEN-W-STEP(GEN-SUB)
                        ' ON ' GEN-W-DATE(GEN-SUB).
                DISPLAY 'STUASSGN - COPY THE NEW FILE FROM '
                        GEN-W-STEP(GEN-SUB) ' OVER '
                        GEN-FILE(GEN-SUB) ' BEFORE RERUNNING'.
                OPEN EXTEND LEDGER-FILE.
                MOVE SPACES             TO LEDGER-REC.
                MOVE RUN-DATE           TO LG-RUN-DATE.
                MOVE LEDGER-STEP        TO LG-STEP.
                MOVE 'X'                TO LG-TYPE.
                MOVE LEDGER-TIME        TO LG-STOP-TIME.
                MOVE GEN-FILE(GEN-SUB)  TO LG-STOP-FILE.
                MOVE GEN-W-GEN(GEN-SUB) TO LG-STOP-GEN.
                MOVE GEN-W-STEP(GEN-SUB) TO LG-STOP-WRITER.
                MOVE GEN-W-DATE(GEN-SUB) TO LG-STOP-WRITE-DATE.
                MOVE 'WRONG GENERATION' TO LG-STOP-REASON.
                WRITE LEDGER-REC.
                CLOSE LEDGER-FILE.
                MOVE 'Y' TO STOP-SW.
                PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   FINGERPRINTS THE STUMAST COPY IN HAND - A STUMAST         *
      *   GENERATION IS KNOWN BY ITS RECORD COUNT AND A HASH OF     *
      *   EVERY STUDENT ID PLUS EVERY NAME-CHANGE DATE              *
      **************************************************************
       0240-FINGERPRINT-STUMAST.
                MOVE 0 TO EOF-LP.
                MOVE 0 TO FP-COUNT.
                MOVE 0 TO FP-HASH.
                OPEN INPUT OLD-STUMAST.
                PERFORM 0245-READ-STUMAST-PASS
                    UNTIL EOF-LP = 1.
                CLOSE OLD-STUMAST.
                MOVE FP-COUNT TO GEN-CUR-COUNT(1).
                MOVE FP-HASH  TO GEN-CUR-HASH(1).
       0245-READ-STUMAST-PASS.
                READ OLD-STUMAST
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   PERFORM 0250-HASH-STUMAST-REC.
       0250-HASH-STUMAST-REC.
                ADD 1 TO FP-COUNT.
                IF SM-STU-ID NUMERIC
                   AND SM-NAME-DATE NUMERIC
                   ADD SM-STU-ID SM-NAME-DATE TO FP-HASH.
      **************************************************************
      *   APPLIES EVERY TRANSACTION SORTING AHEAD OF OR ON THE      *
      *   CURRENT MASTER'S ID - ADDS ARE HELD, NAME CHANGES FOR     *
      *   THIS ID ARE APPLIED, ANY OTHER NAME CHANGE HAS NO MASTER  *
      *   - THEN WRITES THE MASTER RECORD TO THE NEW MASTER         *
      **************************************************************
       1000-PROCESS-ONE-MASTER.
                PERFORM 1200-APPLY-TRANSACTION
                    UNTIL EOF-T = 1
                    OR (ST-TYPE NOT = 'A'
                        AND ST-STU-ID NOT < SM-STU-ID).
                PERFORM 1100-APPLY-RENAME
                    UNTIL EOF-T = 1
                    OR ST-TYPE = 'A'
                    OR ST-STU-ID NOT = SM-STU-ID.
                WRITE NEW-STUMAST-REC FROM STUMAST-REC.
                ADD 1 TO MASTER-WRITTEN.
                PERFORM 1600-REMEMBER-NAME.
                PERFORM 2000-READ-MASTER.
      **************************************************************
      *   CHANGES THE CURRENT MASTER'S NAME - THE ID STAYS PUT      *
      **************************************************************
       1100-APPLY-RENAME.
                IF ST-TYPE NOT = 'N'
                   MOVE 'UNKNOWN TRANSACTION TYPE' TO REJECT-REASON
                   PERFORM 1900-LOG-REJECT
                ELSE
                IF ST-NAME = SPACES
                   MOVE 'NO NEW NAME GIVEN' TO REJECT-REASON
                   PERFORM 1900-LOG-REJECT
                ELSE
                   ADD 1 TO TRANS-RENAMED
                   PERFORM 1150-LOG-RENAME
                   MOVE ST-NAME  TO SM-NAME
                   MOVE RUN-DATE TO SM-NAME-DATE.
                PERFORM 2100-READ-TRANS.
       1150-LOG-RENAME.
                IF RN-COUNT < 200
                   ADD 1 TO RN-COUNT
                   MOVE SM-STU-ID TO RN-STU-ID(RN-COUNT)
                   MOVE SM-NAME   TO RN-OLD-NAME(RN-COUNT)
                   MOVE ST-NAME   TO RN-NEW-NAME(RN-COUNT)
                ELSE
                   MOVE 'Y' TO RN-FULL-SW.
      **************************************************************
      *   HANDLES A TRANSACTION THAT DOES NOT BELONG TO THE         *
      *   CURRENT MASTER - AN ADD IS HELD FOR THE END OF THE RUN,   *
      *   A NAME CHANGE FOR AN ID NOT ON THE MASTER IS REJECTED     *
      **************************************************************
       1200-APPLY-TRANSACTION.
                IF ST-TYPE = 'A'
                   PERFORM 1300-HOLD-ADD
                ELSE
                IF ST-TYPE = 'N'
                   MOVE 'NO SUCH STUDENT ID' TO REJECT-REASON
                   PERFORM 1900-LOG-REJECT
                ELSE
                   MOVE 'UNKNOWN TRANSACTION TYPE' TO REJECT-REASON
                   PERFORM 1900-LOG-REJECT.
                PERFORM 2100-READ-TRANS.
       1300-HOLD-ADD.
                IF ST-NAME = SPACES
                   MOVE 'NO NAME GIVEN' TO REJECT-REASON
                   PERFORM 1900-LOG-REJECT
                ELSE
                IF AD-COUNT NOT < 500
                   MOVE 'ADD TABLE FULL - RESUBMIT' TO REJECT-REASON
                   PERFORM 1900-LOG-REJECT
                ELSE
                   ADD 1 TO AD-COUNT
                   MOVE ST-NAME TO AD-NAME(AD-COUNT)
                   MOVE 0       TO AD-STU-ID(AD-COUNT)
                   MOVE 'N'     TO AD-DUP-SW(AD-COUNT).
      **************************************************************
      *   ISSUES THE NEXT ID TO ONE HELD ADD AND WRITES IT AT THE   *
      *   END OF THE NEW MASTER - A NAME ALREADY ON THE MASTER IS   *
      *   STILL ADDED BUT FLAGGED FOR THE REGISTRAR                 *
      **************************************************************
       1500-WRITE-ONE-ADD.
                MOVE AD-NAME(AD-SUB) TO SM-NAME.
                PERFORM 1650-FIND-NAME.
                IF NAME-FOUND
                   MOVE 'Y' TO AD-DUP-SW(AD-SUB).
                ADD 1 TO HIGH-STU-ID.
                MOVE HIGH-STU-ID     TO AD-STU-ID(AD-SUB).
                MOVE SPACES          TO STUMAST-REC.
                MOVE HIGH-STU-ID     TO SM-STU-ID.
                MOVE AD-NAME(AD-SUB) TO SM-NAME.
                MOVE RUN-DATE        TO SM-ADD-DATE.
                MOVE 0               TO SM-NAME-DATE.
                WRITE NEW-STUMAST-REC FROM STUMAST-REC.
                ADD 1 TO MASTER-WRITTEN.
                ADD 1 TO TRANS-ADDED.
                PERFORM 1600-REMEMBER-NAME.
      **************************************************************
      *   ADDS THE NAME JUST WRITTEN TO THE DUPLICATE-NAME TABLE    *
      **************************************************************
       1600-REMEMBER-NAME.
                IF NM-COUNT < 5000
                   ADD 1 TO NM-COUNT
                   MOVE SM-NAME TO NM-NAME(NM-COUNT)
                ELSE
                   MOVE 'Y' TO NM-FULL-SW.
       1650-FIND-NAME.
                MOVE 'N' TO NM-FOUND-SW.
                PERFORM 1660-CHECK-ONE-NAME
                    VARYING NM-SUB FROM 1 BY 1
                    UNTIL NM-SUB > NM-COUNT
                    OR NAME-FOUND.
       1660-CHECK-ONE-NAME.
                IF NM-NAME(NM-SUB) = SM-NAME
                   SET NAME-FOUND TO TRUE.
      **************************************************************
      *   LOGS ONE REJECTED TRANSACTION FOR THE REPORT              *
      **************************************************************
       1900-LOG-REJECT.
                ADD 1 TO TRANS-REJECTED.
                IF RJ-COUNT < 200
                   ADD 1 TO RJ-COUNT
                   MOVE ST-TYPE       TO RJ-TYPE(RJ-COUNT)
                   MOVE ST-STU-ID     TO RJ-STU-ID(RJ-COUNT)
                   MOVE ST-NAME       TO RJ-NAME(RJ-COUNT)
                   MOVE REJECT-REASON TO RJ-REASON(RJ-COUNT)
                ELSE
                   MOVE 'Y' TO RJ-FULL-SW.
      **************************************************************
      *   READS THE OLD STUDENT MASTER.  THE MASTER MUST BE IN      *
      *   STRICTLY ASCENDING ID ORDER - ANYTHING ELSE MEANS A       *
      *   HAND-EDITED OR MIS-SORTED COPY, AND ISSUING IDS OFF IT    *
      *   COULD HAND OUT A NUMBER SOMEBODY ALREADY HOLDS            *
      **************************************************************
       2000-READ-MASTER.
                READ OLD-STUMAST
                    AT END MOVE 1 TO EOF-M.
                IF EOF-M NOT = 1
                   ADD 1 TO MASTER-READ
                   IF SM-STU-ID NOT NUMERIC
                      OR SM-STU-ID NOT > PREV-STU-ID
                      DISPLAY 'STUASSGN - STUDENT MASTER OUT OF ID '
                              'ORDER AT RECORD ' MASTER-READ
                      MOVE 'STUMAST' TO STOP-FILE
                      MOVE 'OUT OF STUDENT ID ORDER' TO STOP-REASON
                      PERFORM 9999-ABORT-RUN
                   ELSE
                      MOVE SM-STU-ID TO PREV-STU-ID
                      MOVE SM-STU-ID TO HIGH-STU-ID.
      **************************************************************
      *   READS THE TRANSACTION FILE, COUNTING EVERY TRANSACTION    *
      *   ACTUALLY READ - A NON-NUMERIC ID IS TREATED AS ZERO SO    *
      *   IT CAN NEVER MATCH A REAL STUDENT                         *
      **************************************************************
       2100-READ-TRANS.
                READ TRANS-FILE
                    AT END MOVE 1 TO EOF-T.
                IF EOF-T NOT = 1
                   ADD 1 TO TRANS-READ
                   IF ST-STU-ID NOT NUMERIC
                      MOVE 0 TO ST-STU-ID.
      **************************************************************
      *   RECORDS THIS RUN ON THE RUN-CONTROL LEDGER - THE STEP,    *
      *   EVERY GENERATION READ AND WRITTEN, AND THE CONTROL        *
      *   TOTALS - ONLY ONCE EVERYTHING ELSE HAS CLOSED CLEANLY     *
      **************************************************************
       7800-POST-RUN-LEDGER.
                PERFORM 7830-FINGERPRINT-NEW-STUMAST.
                OPEN EXTEND LEDGER-FILE.
                MOVE SPACES        TO LEDGER-REC.
                MOVE RUN-DATE      TO LG-RUN-DATE.
                MOVE LEDGER-STEP   TO LG-STEP.
                MOVE 'S'           TO LG-TYPE.
                MOVE LEDGER-TIME   TO LG-RUN-TIME.
                MOVE LEDGER-TITLE  TO LG-STEP-TITLE.
                WRITE LEDGER-REC.
                PERFORM 7810-WRITE-GEN-RECORDS
                    VARYING GEN-SUB FROM 1 BY 1
                    UNTIL GEN-SUB > GEN-COUNT.
                MOVE 'OLD MASTER READ' TO LEDGER-TOTAL-NAME.
                MOVE MASTER-READ TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'NEW MASTER WRITTEN' TO LEDGER-TOTAL-NAME.
                MOVE MASTER-WRITTEN TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'TRANSACTIONS READ' TO LEDGER-TOTAL-NAME.
                MOVE TRANS-READ TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'STUDENTS ADDED' TO LEDGER-TOTAL-NAME.
                MOVE TRANS-ADDED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'NAMES CHANGED' TO LEDGER-TOTAL-NAME.
                MOVE TRANS-RENAMED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'TRANSACTIONS REJECTED' TO LEDGER-TOTAL-NAME.
                MOVE TRANS-REJECTED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                CLOSE LEDGER-FILE.
      **************************************************************
      *   A MASTER THIS STEP REPLACES GETS THE NEXT GENERATION      *
      *   NUMBER AFTER THE LAST ONE WRITTEN - THE NEW FILE BECOMES  *
      *   THAT GENERATION WHEN OPERATIONS COPIES IT OVER THE MASTER *
      **************************************************************
       7810-WRITE-GEN-RECORDS.
                IF GEN-IS-INPUT(GEN-SUB)
                   PERFORM 7815-START-GEN-RECORD
                   MOVE 'R'                    TO LG-TYPE
                   MOVE GEN-READ-GEN(GEN-SUB)  TO LG-GEN
                   MOVE GEN-CUR-COUNT(GEN-SUB) TO LG-REC-COUNT
                   MOVE GEN-CUR-HASH(GEN-SUB)  TO LG-HASH-TOTAL
                   MOVE GEN-CUR-STAMP(GEN-SUB) TO LG-STAMP
                   WRITE LEDGER-REC.
                IF GEN-IS-OUTPUT(GEN-SUB)
                   PERFORM 7815-START-GEN-RECORD
                   MOVE 'W'                    TO LG-TYPE
                   COMPUTE LG-GEN = GEN-W-GEN(GEN-SUB) + 1
                   MOVE GEN-NEW-COUNT(GEN-SUB) TO LG-REC-COUNT
                   MOVE GEN-NEW-HASH(GEN-SUB)  TO LG-HASH-TOTAL
                   MOVE GEN-NEW-STAMP(GEN-SUB) TO LG-STAMP
                   WRITE LEDGER-REC.
       7815-START-GEN-RECORD.
                MOVE SPACES            TO LEDGER-REC.
                MOVE RUN-DATE          TO LG-RUN-DATE.
                MOVE LEDGER-STEP       TO LG-STEP.
                MOVE GEN-FILE(GEN-SUB) TO LG-FILE.
       7820-WRITE-TOTAL.
                MOVE SPACES             TO LEDGER-REC.
                MOVE RUN-DATE           TO LG-RUN-DATE.
                MOVE LEDGER-STEP        TO LG-STEP.
                MOVE 'T'                TO LG-TYPE.
                MOVE LEDGER-TOTAL-NAME  TO LG-TOTAL-NAME.
                MOVE LEDGER-TOTAL-VALUE TO LG-TOTAL-VALUE.
                WRITE LEDGER-REC.
      **************************************************************
      *   FINGERPRINTS STUMAST-NEW AS IT WAS ACTUALLY WRITTEN, THE  *
      *   SAME WAY THE NEXT STEP WILL FINGERPRINT IT AS STUMAST     *
      **************************************************************
       7830-FINGERPRINT-NEW-STUMAST.
                MOVE 0 TO EOF-LP.
                MOVE 0 TO FP-COUNT.
                MOVE 0 TO FP-HASH.
                OPEN INPUT NEW-STUMAST.
                PERFORM 7835-READ-NEW-STUMAST-PASS
                    UNTIL EOF-LP = 1.
                CLOSE NEW-STUMAST.
                MOVE FP-COUNT TO GEN-NEW-COUNT(1).
                MOVE FP-HASH  TO GEN-NEW-HASH(1).
       7835-READ-NEW-STUMAST-PASS.
                READ NEW-STUMAST INTO STUMAST-REC
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   PERFORM 0250-HASH-STUMAST-REC.
      **************************************************************
      *   PUTS A STOP THAT CAME AFTER THE LEDGER CHECK ON THE       *
      *   RUN-CONTROL LEDGER - THE FILE AND REASON THE STOPPING     *
      *   PARAGRAPH NAMED - SO THE NIGHT'S INQUIRY CANNOT SIGN OFF  *
      *   A STEP THAT STOPPED PART WAY                              *
      **************************************************************
       9990-RECORD-STOP.
                OPEN EXTEND LEDGER-FILE.
                MOVE SPACES             TO LEDGER-REC.
                MOVE RUN-DATE           TO LG-RUN-DATE.
                MOVE LEDGER-STEP        TO LG-STEP.
                MOVE 'X'                TO LG-TYPE.
                MOVE LEDGER-TIME        TO LG-STOP-TIME.
                MOVE STOP-FILE          TO LG-STOP-FILE.
                MOVE 0                  TO LG-STOP-GEN.
                MOVE 0                  TO LG-STOP-WRITE-DATE.
                MOVE STOP-REASON        TO LG-STOP-REASON.
                WRITE LEDGER-REC.
                CLOSE LEDGER-FILE.
                MOVE 'Y' TO STOP-SW.
      **************************************************************
      *   STOPS THE RUN COLD - STUMAST-NEW FROM AN ABORTED RUN      *
      *   MUST NEVER BE COPIED OVER THE LIVE MASTER                 *
      **************************************************************
       9999-ABORT-RUN.
                IF NOT STOP-RECORDED
                   PERFORM 9990-RECORD-STOP.
                DISPLAY 'STUASSGN - RUN STOPPED - CORRECT THE STUDENT '
                        'MASTER BEFORE RERUNNING'.
                STOP RUN.
      **************************************************************
      *   PRINTS THE CONTROL TOTALS AND THE IDS ASSIGNED, NAME      *
      *   CHANGES AND REJECTED TRANSACTIONS                         *
      **************************************************************
       8000-MAINTENANCE-REPORT.
                MOVE RUN-DATE TO AH-DATE.
                WRITE PRNT-REC FROM ASGN-HEADING
                    AFTER ADVANCING PAGE.
                MOVE SPACES TO PRNT-REC.
                WRITE PRNT-REC
                    AFTER ADVANCING 1 LINE.
                MOVE MASTER-READ    TO AL-MASTER-READ.
                WRITE PRNT-REC FROM ASGN-LINE1
                    AFTER ADVANCING 1 LINE.
                MOVE MASTER-WRITTEN TO AL-MASTER-WRITTEN.
                WRITE PRNT-REC FROM ASGN-LINE2
                    AFTER ADVANCING 1 LINE.
                MOVE TRANS-READ     TO AL-TRANS-READ.
                WRITE PRNT-REC FROM ASGN-LINE3
                    AFTER ADVANCING 1 LINE.
                MOVE TRANS-ADDED    TO AL-ADDED.
                WRITE PRNT-REC FROM ASGN-LINE4
                    AFTER ADVANCING 1 LINE.
                MOVE TRANS-RENAMED  TO AL-RENAMED.
                WRITE PRNT-REC FROM ASGN-LINE5
                    AFTER ADVANCING 1 LINE.
                MOVE TRANS-REJECTED TO AL-REJECTED.
                WRITE PRNT-REC FROM ASGN-LINE6
                    AFTER ADVANCING 1 LINE.
                MOVE HIGH-STU-ID    TO AL-HIGH-ID.
                WRITE PRNT-REC FROM ASGN-LINE7
                    AFTER ADVANCING 1 LINE.
                IF MASTER-READ + TRANS-ADDED NOT = MASTER-WRITTEN
                    WRITE PRNT-REC FROM ASGN-BALANCE-LINE
                        AFTER ADVANCING 2 LINES.
                IF AD-COUNT > 0
                    WRITE PRNT-REC FROM ADD-HEADING
                        AFTER ADVANCING 2 LINES
                    PERFORM 8100-PRINT-ADD-LINE
                        VARYING AD-SUB FROM 1 BY 1
                        UNTIL AD-SUB > AD-COUNT.
                IF RN-COUNT > 0
                    WRITE PRNT-REC FROM RENAME-HEADING
                        AFTER ADVANCING 2 LINES
                    PERFORM 8200-PRINT-RENAME-LINE
                        VARYING RN-SUB FROM 1 BY 1
                        UNTIL RN-SUB > RN-COUNT.
                IF RJ-COUNT > 0
                    WRITE PRNT-REC FROM REJECT-HEADING
                        AFTER ADVANCING 2 LINES
                    PERFORM 8300-PRINT-REJECT-LINE
                        VARYING RJ-SUB FROM 1 BY 1
                        UNTIL RJ-SUB > RJ-COUNT.
                IF RENAME-TABLE-FULL
                    WRITE PRNT-REC FROM RENAME-FULL-LINE
                        AFTER ADVANCING 2 LINES.
                IF REJECT-TABLE-FULL
                    WRITE PRNT-REC FROM REJECT-FULL-LINE
                        AFTER ADVANCING 2 LINES.
                IF NAME-TABLE-FULL
                    WRITE PRNT-REC FROM NAME-FULL-LINE
                        AFTER ADVANCING 2 LINES.
       8100-PRINT-ADD-LINE.
                MOVE AD-STU-ID(AD-SUB) TO ADL-STU-ID.
                MOVE AD-NAME(AD-SUB)   TO ADL-NAME.
                IF AD-NAME-ON-FILE(AD-SUB)
                   MOVE 'NAME ALREADY ON MASTER - CHECK NOT A DUP'
                                        TO ADL-NOTE
                ELSE
                   MOVE SPACES          TO ADL-NOTE.
                WRITE PRNT-REC FROM ADD-LINE
                    AFTER ADVANCING 1 LINE.
       8200-PRINT-RENAME-LINE.
                MOVE RN-STU-ID(RN-SUB)   TO RNL-STU-ID.
                MOVE RN-OLD-NAME(RN-SUB) TO RNL-OLD-NAME.
                MOVE RN-NEW-NAME(RN-SUB) TO RNL-NEW-NAME.
                WRITE PRNT-REC FROM RENAME-LINE
                    AFTER ADVANCING 1 LINE.
       8300-PRINT-REJECT-LINE.
                MOVE RJ-TYPE(RJ-SUB)   TO RJL-TYPE.
                MOVE RJ-STU-ID(RJ-SUB) TO RJL-STU-ID.
                MOVE RJ-NAME(RJ-SUB)   TO RJL-NAME.
                MOVE RJ-REASON(RJ-SUB) TO RJL-REASON.
                WRITE PRNT-REC FROM REJECT-LINE
                    AFTER ADVANCING 1 LINE.
