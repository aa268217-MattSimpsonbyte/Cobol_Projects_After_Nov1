       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GRDPOST.
       AUTHOR. Matthew Simpson.
      *  FINAL GRADE POSTING, TRANSCRIPT AND GRADE DISTRIBUTION RUN.
      *  READS THE GRADE TRANSACTIONS TURNED IN FOR A TERM - ONE PER
      *  SECTION AND STUDENT ID - AND EDITS EACH ONE AGAINST THE
      *  ENROLLMENT ROSTER TOTAL5 AND WLPROM WRITE, SO A GRADE CAN
      *  ONLY BE POSTED FOR A STUDENT WHO ACTUALLY HELD A SEAT IN THE
      *  SECTION DURING THE TERM NAMED ON THE GRDPARM CARD.  GOOD
      *  GRADES ARE POSTED TO THE PERMANENT GRADE HISTORY, KEPT IN
      *  STUDENT ID, TERM AND SECTION ORDER, WITH THE SECTION'S
      *  CREDIT HOURS FROM THE INSTR FILE CAPTURED AT POSTING SO AN
      *  OLD TERM'S TRANSCRIPT NEVER CHANGES WHEN THE INSTR FILE
      *  DOES.  THE GRADE HISTORY IS NEVER REWRITTEN IN PLACE -
      *  GRDHIST IS READ AND GRDHISN WRITTEN, AND OPERATIONS COPIES
      *  GRDHISN OVER GRDHIST BEFORE THE NEXT RUN, THE SAME AS ANY
      *  OTHER OLD-MASTER/NEW-MASTER STEP IN THIS SHOP.
      *  A TRANSACTION FOR A SECTION AND STUDENT ALREADY ON THE
      *  HISTORY IS A GRADE CHANGE - IT MAY BE FOR ANY TERM, MUST
      *  GIVE A REASON, AND IS WRITTEN TO THE GRADE AUDIT TRAIL WITH
      *  THE OLD AND NEW GRADE.  THE SAME GRADE SENT AGAIN (A RERUN
      *  OF THE SAME DECK) IS COUNTED AS ALREADY ON FILE AND CHANGES
      *  NOTHING.  EVERY NEW POSTING GOES ON THE AUDIT TRAIL TOO.
      *  A POSTING REGISTER LISTS EVERY TRANSACTION WITH WHAT WAS
      *  DONE WITH IT AND WHY, WITH CONTROL TOTALS - READ MUST EQUAL
      *  POSTED PLUS CHANGED PLUS ALREADY ON FILE PLUS REJECTED.
      *  FROM THE NEW HISTORY THE RUN THEN PRINTS A TRANSCRIPT FOR
      *  EVERY STUDENT - COURSES BY TERM, CREDIT HOURS, TERM AND
      *  CUMULATIVE GPA AND AN ACADEMIC STANDING FOR EACH TERM - AND
      *  A GRADE DISTRIBUTION FOR EVERY SECTION ON THE COURSE
      *  MASTER, A NEW PAGE FOR EACH DEPARTMENT SO EACH CHAIR GETS
      *  THEIR OWN PAGES.
      *  THE GRADE HISTORY IS A LEDGERED MASTER ON THE SHARED
      *  RUN-CONTROL LEDGER (RUNLEDG), FINGERPRINTED AND PROVED THE
      *  SAME WAY WLPROM PROVES THE WAITLIST BEFORE ANYTHING IS
      *  POSTED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT OPTIONAL GRDPARM-FILE ASSIGN TO DA-S-GRDPARM.
                SELECT GRDTRAN-FILE ASSIGN TO DA-S-GRDTRAN.
                SELECT OPTIONAL GRDHIST-FILE ASSIGN TO DA-S-GRDHIST.
                SELECT NEW-GRDHIST-FILE ASSIGN TO DA-S-GRDHISN.
                SELECT OPTIONAL GRDAUD-FILE ASSIGN TO DA-S-GRDAUD.
                SELECT OPTIONAL ROSTER-FILE ASSIGN TO DA-S-ROSTER.
                SELECT OPTIONAL INSTR-FILE ASSIGN TO DA-S-INSTR.
                SELECT COURSE-FILE ASSIGN TO DA-S-COURSE.
                SELECT PRINT-FILE ASSIGN TO UR-S-GRDPRT.
                SELECT TRANSCRIPT-FILE ASSIGN TO UR-S-TRANSC.
                SELECT DIST-FILE ASSIGN TO UR-S-GRDDST.
                SELECT OPTIONAL LEDGER-FILE ASSIGN TO DA-S-RUNLEDG.
       DATA DIVISION.
       FILE SECTION.
       FD  GRDPARM-FILE
               RECORDING MODE IS F
               LABEL RECORDS ARE STANDARD.
        01  GRDPARM-IN-REC               PIC X(80).
        FD  GRDTRAN-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  GRDTRAN-IN-REC               PIC X(80).
        FD  GRDHIST-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  GRDHIST-IN-REC               PIC X(80).
        FD  NEW-GRDHIST-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  NEW-GRDHIST-REC              PIC X(80).
        FD  GRDAUD-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  GRDAUD-REC                   PIC X(80).
        FD  ROSTER-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  ROSTER-REC                   PIC X(80).
        FD  INSTR-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  INSTR-IN-REC                 PIC X(80).
        FD  COURSE-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  COURSE-IN-REC                PIC X(80).
        FD  PRINT-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  PRINT-REC                    PIC X(132).
        FD  TRANSCRIPT-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  TRANSCRIPT-REC               PIC X(132).
        FD  DIST-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  DIST-REC                     PIC X(132).
        FD  LEDGER-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  LEDGER-REC                   PIC X(80).
       WORKING-STORAGE SECTION.
       01  RUN-CONTROL.
                  03  RUN-DATE                 PIC 9(8)      VALUE 0.
                  03  LINE-CT                  PIC 99        VALUE 0.
      *****************************************************************
      *      GRADE PARAMETER CARD - THE TERM BEING GRADED, AS YEAR   ***
      *      AND STARTING MONTH (YYYYMM) SO TERMS SORT IN CALENDAR   ***
      *      ORDER ON THE HISTORY, AND THE FIRST AND LAST ROSTER     ***
      *      DATES THAT BELONG TO IT.  ZERO DATES TAKE THE WHOLE     ***
      *      ROSTER AS THE TERM'S ENROLLMENT                         ***
      *****************************************************************
       01  GRDPARM-DATA.
                  03  GP-TERM                  PIC X(6).
                  03  GP-FROM-DATE             PIC 9(8).
                  03  GP-THRU-DATE             PIC 9(8).
                  03  FILLER                   PIC X(58).
       01  GRDPARM-CTL.
                  03  GP-EOF                   PIC X         VALUE 'N'.
                      88  GRDPARM-AT-END                     VALUE 'Y'.
      *****************************************************************
      *      RUN-CONTROL LEDGER RECORD - THE LEDGER IS SHARED BY     ***
      *      EVERY STEP OF THE NIGHTLY JOB STREAM AND IS ONLY EVER   ***
      *      APPENDED TO: A STEP RECORD (S), ONE RECORD PER LEDGERED ***
      *      MASTER GENERATION READ (R) OR WRITTEN (W), ONE PER      ***
      *      CONTROL TOTAL (T), OR A STOPPED RECORD (X) WHEN A STEP  ***
      *      REFUSES ITS INPUT.  A GENERATION IS KNOWN BY ITS RECORD ***
      *      COUNT, HASH TOTAL AND STAMP                             ***
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
      *      RUN-CONTROL LEDGER WORK AREAS - THE LAST GRADE HISTORY  ***
      *      GENERATION ANY STEP WROTE (W), THE LAST ONE THIS STEP   ***
      *      READ (R), AND THE FINGERPRINT OF THE HISTORY IN HAND    ***
      *      (CUR) AND OF GRDHISN AS WRITTEN (NEW).  THE HASH IS THE ***
      *      SUM OF STUDENT ID, POSTING DATE AND CHANGE COUNT, SO A  ***
      *      GRADE CHANGE ALSO MAKES A NEW FINGERPRINT               ***
      *****************************************************************
       01  LEDGER-CTL.
                  03  LEDGER-STEP              PIC X(8)      VALUE
                      'GRDPOST'.
                  03  LEDGER-TITLE             PIC X(40)     VALUE
                      'FINAL GRADE POSTING'.
                  03  LEDGER-TIME              PIC 9(8)      VALUE 0.
                  03  LEDGER-EOF               PIC X         VALUE 'N'.
                      88  LEDGER-AT-END                      VALUE 'Y'.
                  03  LEDGER-PASS-EOF          PIC X         VALUE 'N'.
                      88  LEDGER-PASS-AT-END                 VALUE 'Y'.
                  03  LEDGER-TOTAL-NAME        PIC X(30)     VALUE
                      SPACES.
                  03  LEDGER-TOTAL-VALUE       PIC S9(11)V99 VALUE 0.
                  03  GL-W-SW                  PIC X         VALUE 'N'.
                      88  GL-W-SEEN                          VALUE 'Y'.
                  03  GL-W-GEN                 PIC 9(5)      VALUE 0.
                  03  GL-W-COUNT               PIC 9(7)      VALUE 0.
                  03  GL-W-HASH                PIC 9(13)V99  VALUE 0.
                  03  GL-W-STEP                PIC X(8)      VALUE
                      SPACES.
                  03  GL-W-DATE                PIC 9(8)      VALUE 0.
                  03  GL-R-SW                  PIC X         VALUE 'N'.
                      88  GL-R-SEEN                          VALUE 'Y'.
                  03  GL-R-GEN                 PIC 9(5)      VALUE 0.
                  03  GL-R-COUNT               PIC 9(7)      VALUE 0.
                  03  GL-R-HASH                PIC 9(13)V99  VALUE 0.
                  03  GL-CUR-COUNT             PIC 9(7)      VALUE 0.
                  03  GL-CUR-HASH              PIC 9(13)V99  VALUE 0.
                  03  GL-READ-GEN              PIC 9(5)      VALUE 0.
                  03  GL-NEW-COUNT             PIC 9(7)      VALUE 0.
                  03  GL-NEW-HASH              PIC 9(13)V99  VALUE 0.
      *****************************************************************
      *      GRADE VALUES - EACH GRADE'S POINTS PER CREDIT HOUR, AND ***
      *      WHETHER ITS HOURS COUNT IN THE GPA (ATTEMPTED) AND      ***
      *      TOWARD GRADUATION (EARNED).  A WITHDRAWAL (W) OR        ***
      *      INCOMPLETE (I) SHOWS ON THE TRANSCRIPT BUT COUNTS FOR   ***
      *      NEITHER                                                 ***
      *****************************************************************
       01  GRADE-VALUES.
                  03  FILLER                   PIC X(5)      VALUE
                      'A 4YY'.
                  03  FILLER                   PIC X(5)      VALUE
                      'B 3YY'.
                  03  FILLER                   PIC X(5)      VALUE
                      'C 2YY'.
                  03  FILLER                   PIC X(5)      VALUE
                      'D 1YY'.
                  03  FILLER                   PIC X(5)      VALUE
                      'F 0YN'.
                  03  FILLER                   PIC X(5)      VALUE
                      'W 0NN'.
                  03  FILLER                   PIC X(5)      VALUE
                      'I 0NN'.
       01  GRADE-TABLE REDEFINES GRADE-VALUES.
                  03  GRD-ENTRY    OCCURS 7 TIMES.
                      05  GRD-CODE             PIC XX.
                      05  GRD-POINTS           PIC 9.
                      05  GRD-GPA-SW           PIC X.
                          88  GRD-IN-GPA                     VALUE 'Y'.
                      05  GRD-EARN-SW          PIC X.
                          88  GRD-EARNED                     VALUE 'Y'.
       01  GRADE-CTL.
                  03  GRD-SUB                  PIC 9         VALUE 0.
                  03  GRD-FOUND-SUB            PIC 9         VALUE 0.
                  03  GRD-FOUND-SW             PIC X         VALUE 'N'.
                      88  GRADE-FOUND                        VALUE 'Y'.
                  03  LOOK-GRADE               PIC XX        VALUE
                      SPACES.
      *****************************************************************
      *      ACADEMIC STANDING RULES - A CUMULATIVE GPA UNDER THE    ***
      *      PROBATION LINE PUTS THE STUDENT ON PROBATION; OTHERWISE ***
      *      A TERM GPA AT OR ABOVE THE DEAN'S LIST LINE ON AT LEAST ***
      *      A FULL LOAD OF GPA HOURS MAKES THE DEAN'S LIST          ***
      *****************************************************************
       01  STANDING-RULES.
                  03  PROBATION-GPA            PIC 9V99      VALUE 2.00.
                  03  DEANS-LIST-GPA           PIC 9V99      VALUE 3.50.
                  03  DEANS-LIST-HRS           PIC 99        VALUE 12.
      *****************************************************************
      *      GRADE TRANSACTION - ONE GRADE FOR ONE STUDENT IN ONE    ***
      *      SECTION AND TERM.  A CHANGE TO A GRADE ALREADY POSTED   ***
      *      CARRIES THE REASON FOR THE CHANGE; BOTH CARRY WHO SENT  ***
      *      THE GRADE IN                                            ***
      *****************************************************************
       01  GRDTRAN-DATA.
                  03  GT-COURSE                PIC X(10).
                  03  GT-STU-ID                PIC 9(7).
                  03  GT-TERM                  PIC X(6).
                  03  GT-GRADE                 PIC XX.
                  03  GT-REASON                PIC X(20).
                  03  GT-SUBMITTER             PIC X(8).
                  03  FILLER                   PIC X(27).
       01  GRDTRAN-CTL.
                  03  GT-EOF                   PIC X         VALUE 'N'.
                      88  GRDTRAN-AT-END                     VALUE 'Y'.
                  03  GT-READ-CT               PIC 9(5)      VALUE 0.
                  03  GT-POSTED-CT             PIC 9(5)      VALUE 0.
                  03  GT-CHANGED-CT            PIC 9(5)      VALUE 0.
                  03  GT-SAME-CT               PIC 9(5)      VALUE 0.
                  03  GT-REJECTED-CT           PIC 9(5)      VALUE 0.
                  03  GT-ACCOUNTED-CT          PIC 9(5)      VALUE 0.
                  03  REJECT-REASON            PIC X(22)     VALUE
                      SPACES.
      *****************************************************************
      *      GRADE HISTORY RECORD - ONE PER STUDENT, TERM AND        ***
      *      SECTION, IN THAT ORDER.  THE CREDIT HOURS ARE THE       ***
      *      SECTION'S HOURS WHEN THE GRADE WAS FIRST POSTED         ***
      *****************************************************************
       01  GRDHIST-DATA.
                  03  GH-KEY.
                      05  GH-STU-ID            PIC 9(7).
                      05  GH-TERM              PIC X(6).
                      05  GH-COURSE            PIC X(10).
                  03  GH-NAME                  PIC X(20).
                  03  GH-GRADE                 PIC XX.
                  03  GH-CREDIT-HRS            PIC 99.
                  03  GH-POST-DATE             PIC 9(8).
                  03  GH-CHANGE-CT             PIC 99.
                  03  FILLER                   PIC X(23).
       01  GRDHIST-CTL.
                  03  GH-EOF                   PIC X         VALUE 'N'.
                      88  GRDHIST-AT-END                     VALUE 'Y'.
                  03  GH-PASS-EOF              PIC X         VALUE 'N'.
                      88  TRANSCRIPT-PASS-AT-END             VALUE 'Y'.
                  03  GH-OLD-CT                PIC 9(7)      VALUE 0.
                  03  GH-NEW-CT                PIC 9(7)      VALUE 0.
                  03  GH-PROOF-CT              PIC 9(7)      VALUE 0.
      *****************************************************************
      *      A GRADE POSTED FOR THE FIRST TIME - BUILT HERE SO THE   ***
      *      OLD HISTORY RECORD WAITING IN GRDHIST-DATA IS NOT LOST  ***
      *****************************************************************
       01  NEW-GRADE-DATA.
                  03  NG-STU-ID                PIC 9(7).
                  03  NG-TERM                  PIC X(6).
                  03  NG-COURSE                PIC X(10).
                  03  NG-NAME                  PIC X(20).
                  03  NG-GRADE                 PIC XX.
                  03  NG-CREDIT-HRS            PIC 99.
                  03  NG-POST-DATE             PIC 9(8).
                  03  NG-CHANGE-CT             PIC 99.
                  03  FILLER                   PIC X(23)   VALUE SPACES.
      *****************************************************************
      *      GRADE AUDIT TRAIL - ONE RECORD PER GRADE POSTED OR      ***
      *      CHANGED, APPENDED RUN AFTER RUN AND NEVER REWRITTEN     ***
      *****************************************************************
       01  GRDAUD-DATA.
                  03  GA-RUN-DATE              PIC 9(8).
                  03  GA-ACTION                PIC X(8).
                  03  GA-STU-ID                PIC 9(7).
                  03  GA-TERM                  PIC X(6).
                  03  GA-COURSE                PIC X(10).
                  03  GA-OLD-GRADE             PIC XX.
                  03  GA-NEW-GRADE             PIC XX.
                  03  GA-REASON                PIC X(20).
                  03  GA-SUBMITTER             PIC X(8).
                  03  FILLER                   PIC X(9)    VALUE SPACES.
      *****************************************************************
      *      ENROLLMENT ROSTER RECORD - SAME LAYOUT TOTAL5 APPENDS   ***
      *      FOR EVERY ACCEPTED REGISTRATION REQUEST.  ONLY SEATS    ***
      *      DATED INSIDE THE TERM GO INTO THE TABLE                 ***
      *****************************************************************
       01  ROSTER-DATA.
                  03  E-COURSE                 PIC X(10).
                  03  E-NAME                   PIC X(20).
                  03  E-DATE                   PIC 9(8).
                  03  E-STU-ID                 PIC 9(7).
                  03  FILLER                   PIC X(35).
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
                  03  RST-FOUND-SUB            PIC 999       VALUE 0.
      *****************************************************************
      *      INSTRUCTOR ASSIGNMENTS - ONE RECORD PER COURSE, KEYED   ***
      *      BY C-COURSE, CARRYING THE SECTION'S CREDIT HOURS        ***
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
                      05  IA-INSTRUCTOR        PIC X(20).
                      05  IA-CREDIT-HRS        PIC 99.
       01  INSTR-ASSIGN-CTL.
                  03  IA-COUNT                 PIC 999       VALUE 0.
                  03  IA-SUB                   PIC 999       VALUE 0.
                  03  IA-EOF                   PIC X         VALUE 'N'.
                      88  INSTR-AT-END                       VALUE 'Y'.
                  03  IA-FOUND-SW              PIC X         VALUE 'N'.
                      88  ASSIGNMENT-FOUND                   VALUE 'Y'.
                  03  IA-FOUND-SUB             PIC 999       VALUE 0.
                  03  LOOK-COURSE              PIC X(10)     VALUE
                      SPACES.
      *****************************************************************
      *      THE COURSE MASTER FIELDS THIS RUN NEEDS - THE SECTION   ***
      *      KEY, WITH ITS DEPARTMENT IN FRONT - LAID OVER THE SAME  ***
      *      80-BYTE RECORD TOTAL5 READS                             ***
      *****************************************************************
       01  COURSE-DATA.
                  03  C-COURSE.
                      05  C-ABB                PIC XXX.
                      05  FILLER               PIC X(7).
                  03  FILLER                   PIC X(70).
       01  COURSE-CTL.
                  03  CRS-EOF                  PIC X         VALUE 'N'.
                      88  COURSE-AT-END                      VALUE 'Y'.
      *****************************************************************
      *      ACCEPTED GRADE TRANSACTIONS, HELD UNTIL THE GRADE       ***
      *      HISTORY IS MERGED.  THE FILE COMES IN BY SECTION, THE   ***
      *      HISTORY IS IN STUDENT ORDER, SO THE MERGE ALWAYS TAKES  ***
      *      THE LOWEST KEY NOT YET APPLIED.  WHETHER THE STUDENT    ***
      *      HELD A SEAT, UNDER WHAT NAME, AND THE SECTION'S CREDIT  ***
      *      HOURS ARE LOOKED UP AS EACH ONE IS TABLED               ***
      *****************************************************************
       01  TRAN-TABLE.
                  03  TRN-ENTRY    OCCURS 500 TIMES.
                      05  TRN-KEY.
                          07  TRN-STU-ID       PIC 9(7).
                          07  TRN-TERM         PIC X(6).
                          07  TRN-COURSE       PIC X(10).
                      05  TRN-GRADE            PIC XX.
                      05  TRN-REASON           PIC X(20).
                      05  TRN-SUBMITTER        PIC X(8).
                      05  TRN-NAME             PIC X(20).
                      05  TRN-HRS              PIC 99.
                      05  TRN-ROSTER-SW        PIC X.
                          88  TRN-ON-ROSTER                  VALUE 'Y'.
                      05  TRN-INSTR-SW         PIC X.
                          88  TRN-HAS-HOURS                  VALUE 'Y'.
                      05  TRN-DONE-SW          PIC X.
                          88  TRN-APPLIED                    VALUE 'Y'.
       01  TRAN-CTL.
                  03  TRN-COUNT                PIC 999       VALUE 0.
                  03  TRN-SUB                  PIC 999       VALUE 0.
                  03  TRN-LOW-SUB              PIC 999       VALUE 0.
                  03  TRN-DUP-SW               PIC X         VALUE 'N'.
                      88  DUPLICATE-TRAN-FOUND               VALUE 'Y'.
                  03  TRN-LOOK-KEY.
                      05  TRN-LOOK-STU-ID      PIC 9(7).
                      05  TRN-LOOK-TERM        PIC X(6).
                      05  TRN-LOOK-COURSE      PIC X(10).
      *****************************************************************
      *      GRADE DISTRIBUTION TABLE - ONE ENTRY PER SECTION ON THE ***
      *      COURSE MASTER, IN COURSE MASTER ORDER SO DEPARTMENTS    ***
      *      BREAK THE SAME WAY THEY DO ON TOTAL5'S LISTING.  THE    ***
      *      SEVEN COUNTS LINE UP WITH THE GRADE VALUES TABLE        ***
      *****************************************************************
       01  DIST-TABLE.
                  03  DST-ENTRY    OCCURS 500 TIMES.
                      05  DST-COURSE           PIC X(10).
                      05  DST-GRADE-CT         PIC 999
                                               OCCURS 7 TIMES.
                      05  DST-TOTAL            PIC 999.
                      05  DST-GPA-CT           PIC 999.
                      05  DST-POINTS           PIC 9(4).
       01  DIST-CTL.
                  03  DST-COUNT                PIC 999       VALUE 0.
                  03  DST-SUB                  PIC 999       VALUE 0.
                  03  DST-FOUND-SW             PIC X         VALUE 'N'.
                      88  DIST-SECTION-FOUND                 VALUE 'Y'.
                  03  DST-FOUND-SUB            PIC 999       VALUE 0.
                  03  DST-NOT-ON-MASTER        PIC 9(5)      VALUE 0.
                  03  DST-GRADED-CT            PIC 999       VALUE 0.
                  03  DST-UNGRADED-CT          PIC 999       VALUE 0.
                  03  PREV-ABB                 PIC XXX       VALUE
                      SPACES.
       01  DEPT-TOTALS.
                  03  DPT-GRADE-CT             PIC 9(4)
                                               OCCURS 7 TIMES.
                  03  DPT-TOTAL                PIC 9(4)      VALUE 0.
                  03  DPT-GPA-CT               PIC 9(4)      VALUE 0.
                  03  DPT-POINTS               PIC 9(5)      VALUE 0.
                  03  DPT-GPA                  PIC 9V99      VALUE 0.
      *****************************************************************
      *      TRANSCRIPT CONTROL-BREAK FIELDS - TERM AND CUMULATIVE   ***
      *      HOURS AND QUALITY POINTS FOR THE STUDENT BEING PRINTED, ***
      *      AND THE STANDING COUNTS FOR THE TERM BEING GRADED       ***
      *****************************************************************
       01  TRANSCRIPT-CTL.
                  03  TS-CUR-STU-ID            PIC 9(7)      VALUE 0.
                  03  TS-CUR-TERM              PIC X(6)      VALUE
                      SPACES.
                  03  TS-TERM-GPA-HRS          PIC 999       VALUE 0.
                  03  TS-TERM-EARN-HRS         PIC 999       VALUE 0.
                  03  TS-TERM-POINTS           PIC 9(4)      VALUE 0.
                  03  TS-TERM-GPA              PIC 9V99      VALUE 0.
                  03  TS-CUM-GPA-HRS           PIC 9(4)      VALUE 0.
                  03  TS-CUM-EARN-HRS          PIC 9(4)      VALUE 0.
                  03  TS-CUM-POINTS            PIC 9(5)      VALUE 0.
                  03  TS-CUM-GPA               PIC 9V99      VALUE 0.
                  03  TS-COURSE-POINTS         PIC 999       VALUE 0.
                  03  TS-STANDING              PIC X(13)     VALUE
                      SPACES.
                  03  TS-STUDENT-CT            PIC 9(5)      VALUE 0.
                  03  TS-TERM-STUDENT-CT       PIC 9(5)      VALUE 0.
                  03  TS-DEANS-LIST-CT         PIC 9(5)      VALUE 0.
                  03  TS-PROBATION-CT          PIC 9(5)      VALUE 0.
       01  TABLE-FULL-SWITCHES.
                  03  RST-FULL-SW              PIC X         VALUE 'N'.
                      88  ROSTER-TABLE-FULL                  VALUE 'Y'.
                  03  IA-FULL-SW               PIC X         VALUE 'N'.
                      88  INSTR-TABLE-FULL                   VALUE 'Y'.
                  03  TRN-FULL-SW              PIC X         VALUE 'N'.
                      88  TRAN-TABLE-FULL                    VALUE 'Y'.
                  03  DST-FULL-SW              PIC X         VALUE 'N'.
                      88  DIST-TABLE-FULL                    VALUE 'Y'.
      *****************************************************************
      *       *** DESCRIPTION OF REPORT PRINT LINES **               ***
      *****************************************************************
       01  MAIN-HEADING.
            03  FILLER                       PIC X(20)     VALUE SPACES.
            03  FILLER    PIC X(27) VALUE 'EASTERN ILLINOIS UNIVERSITY'.
       01  SECONDARY-HEADING.
                03  FILLER                   PIC X(20)     VALUE SPACES.
                03  SH-TITLE                 PIC X(25).
                03  FILLER                   PIC X(5)      VALUE SPACES.
                03  SH-DATE                  PIC 9(8).
                03  FILLER                   PIC X(5)      VALUE SPACES.
                03  FILLER                   PIC X(5)      VALUE 'TERM'.
                03  SH-TERM                  PIC X(6).
      *****************************************************************
      *      POSTING REGISTER LINES                                  ***
      *****************************************************************
       01  REGISTER-HEADING.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER                   PIC X(12)     VALUE
                    'SECTION'.
                03  FILLER                   PIC X(9)      VALUE
                    'STUDENT'.
                03  FILLER                   PIC X(22)     VALUE
                    'NAME'.
                03  FILLER                   PIC X(9)      VALUE
                    'TERM'.
                03  FILLER                   PIC X(5)      VALUE
                    'OLD'.
                03  FILLER                   PIC X(5)      VALUE
                    'NEW'.
                03  FILLER                   PIC X(5)      VALUE
                    'HRS'.
                03  FILLER                   PIC X(10)     VALUE
                    'ACTION'.
                03  FILLER                   PIC X(6)      VALUE
                    'REASON'.
       01  REGISTER-LINE.
                03  FILLER                   PIC X(10).
                03  RL-COURSE                PIC X(10).
                03  FILLER                   PIC XX.
                03  RL-STU-ID                PIC 9(7).
                03  FILLER                   PIC XX.
                03  RL-NAME                  PIC X(20).
                03  FILLER                   PIC XX.
                03  RL-TERM                  PIC X(6).
                03  FILLER                   PIC XXX.
                03  RL-OLD-GRADE             PIC XX.
                03  FILLER                   PIC XXX.
                03  RL-NEW-GRADE             PIC XX.
                03  FILLER                   PIC XXX.
                03  RL-HRS                   PIC Z9.
                03  FILLER                   PIC XXX.
                03  RL-ACTION                PIC X(8).
                03  FILLER                   PIC XX.
                03  RL-REASON                PIC X(22).
       01  SUMMARY-LINE.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  SM-LABEL                 PIC X(32).
                03  SM-COUNT                 PIC Z,ZZZ,ZZ9.
       01  BALANCE-LINE.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  BL-TEXT                  PIC X(60).
      *****************************************************************
      *      TRANSCRIPT LINES                                        ***
      *****************************************************************
       01  TS-STUDENT-LINE.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER                   PIC X(11)     VALUE
                    'STUDENT ID'.
                03  TSL-STU-ID               PIC 9(7).
                03  FILLER                   PIC X(3)      VALUE SPACES.
                03  TSL-NAME                 PIC X(20).
       01  TS-COLUMN-HEADING.
                03  FILLER                   PIC X(14)     VALUE SPACES.
                03  FILLER                   PIC X(14)     VALUE
                    'SECTION'.
                03  FILLER                   PIC X(7)      VALUE
                    'GRADE'.
                03  FILLER                   PIC X(8)      VALUE
                    'HOURS'.
                03  FILLER                   PIC X(6)      VALUE
                    'POINTS'.
       01  TS-TERM-LINE.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER                   PIC X(5)      VALUE 'TERM'.
                03  TTL-TERM                 PIC X(6).
       01  TS-COURSE-LINE.
                03  FILLER                   PIC X(14)     VALUE SPACES.
                03  TCL-COURSE               PIC X(10).
                03  FILLER                   PIC X(5)      VALUE SPACES.
                03  TCL-GRADE                PIC XX.
                03  FILLER                   PIC X(6)      VALUE SPACES.
                03  TCL-HRS                  PIC Z9.
                03  FILLER                   PIC X(5)      VALUE SPACES.
                03  TCL-POINTS               PIC ZZ9.
       01  TS-TERM-TOTAL-LINE.
                03  FILLER                   PIC X(14)     VALUE SPACES.
                03  FILLER                   PIC X(15)     VALUE
                    'TERM ATTEMPTED'.
                03  TTT-GPA-HRS              PIC ZZ9.
                03  FILLER                   PIC X(9)      VALUE
                    '  EARNED'.
                03  TTT-EARN-HRS             PIC ZZ9.
                03  FILLER                   PIC X(9)      VALUE
                    '  POINTS'.
                03  TTT-POINTS               PIC ZZZ9.
                03  FILLER                   PIC X(11)     VALUE
                    '  TERM GPA'.
                03  TTT-TERM-GPA             PIC 9.99.
                03  FILLER                   PIC X(10)     VALUE
                    '  CUM GPA'.
                03  TTT-CUM-GPA              PIC 9.99.
                03  FILLER                   PIC X(3)      VALUE SPACES.
                03  TTT-STANDING             PIC X(13).
       01  TS-CUM-TOTAL-LINE.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER                   PIC X(20)     VALUE
                    'CUMULATIVE ATTEMPTED'.
                03  TCT-GPA-HRS              PIC ZZZ9.
                03  FILLER                   PIC X(9)      VALUE
                    '  EARNED'.
                03  TCT-EARN-HRS             PIC ZZZ9.
                03  FILLER                   PIC X(9)      VALUE
                    '  POINTS'.
                03  TCT-POINTS               PIC ZZZZ9.
                03  FILLER                   PIC X(6)      VALUE
                    '  GPA'.
                03  TCT-CUM-GPA              PIC 9.99.
                03  FILLER                   PIC X(12)     VALUE
                    '  STANDING'.
                03  TCT-STANDING             PIC X(13).
      *****************************************************************
      *      GRADE DISTRIBUTION LINES - THE COUNTS LINE UP UNDER THE ***
      *      GRADE LETTERS IN THE COLUMN HEADING                     ***
      *****************************************************************
       01  DIST-DEPT-HEADING.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER                   PIC X(33)     VALUE
                    'GRADE DISTRIBUTION - DEPARTMENT'.
                03  DDH-ABB                  PIC XXX.
       01  DIST-COLUMN-HEADING.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER                   PIC X(12)     VALUE
                    'SECTION'.
                03  FILLER                   PIC X(22)     VALUE
                    'INSTRUCTOR'.
                03  FILLER                   PIC X(35)     VALUE
                    '    A    B    C    D    F    W    I'.
                03  FILLER                   PIC X(7)      VALUE
                    '  TOTAL'.
                03  FILLER                   PIC X(6)      VALUE
                    '   GPA'.
       01  DIST-LINE.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  DL-COURSE                PIC X(10).
                03  FILLER                   PIC XX        VALUE SPACES.
                03  DL-INSTRUCTOR            PIC X(20).
                03  DL-COUNTS    OCCURS 7 TIMES.
                    05  FILLER               PIC XX.
                    05  DL-GRADE-CT          PIC ZZ9.
                03  FILLER                   PIC XXX       VALUE SPACES.
                03  DL-TOTAL                 PIC ZZZ9.
                03  FILLER                   PIC XX        VALUE SPACES.
                03  DL-GPA                   PIC Z.99.
                03  FILLER                   PIC XX        VALUE SPACES.
                03  DL-NOTE                  PIC X(16).
      *****************************************************************
      *      TABLE LIMIT WARNINGS                                    ***
      *****************************************************************
       01  TABLE-WARNING-HEADING.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(28) VALUE
                    '*** TABLE LIMIT WARNINGS ***'.
       01  ROSTER-FULL-LINE.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(41) VALUE
                    '*** WARNING - ROSTER TABLE FULL AT 500 - '.
                03  FILLER    PIC X(46) VALUE
                    'LATER SEATS WERE REJECTED AS NOT ON ROSTER'.
       01  INSTR-FULL-LINE.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(40) VALUE
                    '*** WARNING - INSTR TABLE FULL AT 500 - '.
                03  FILLER    PIC X(47) VALUE
                    'LATER SECTIONS WERE REJECTED AS NO CREDIT HOURS'.
       01  TRAN-FULL-LINE.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(46) VALUE
                    '*** WARNING - TRANSACTION TABLE FULL AT 500 - '.
                03  FILLER    PIC X(40) VALUE
                    'RESUBMIT THE REJECTED GRADES NEXT RUN'.
       01  DIST-FULL-LINE.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(47) VALUE
                    '*** WARNING - DISTRIBUTION TABLE FULL AT 500 - '.
                03  FILLER    PIC X(40) VALUE
                    'LATER SECTIONS ARE NOT DISTRIBUTED'.

       PROCEDURE DIVISION.
       000-MAINLINE.
               ACCEPT RUN-DATE FROM DATE YYYYMMDD.
               PERFORM 020-READ-GRADE-PARM.
               PERFORM 030-CHECK-RUN-LEDGER.
               PERFORM 050-BUILD-TABLES.
               OPEN INPUT GRDTRAN-FILE
                    OUTPUT PRINT-FILE.
               MOVE 'GRADE POSTING REGISTER' TO SH-TITLE.
               PERFORM 285-REGISTER-HEADINGS.
               PERFORM 815-READ-GRDTRAN-FILE.
               PERFORM 100-EDIT-ONE-TRAN
                   UNTIL GRDTRAN-AT-END.
               CLOSE GRDTRAN-FILE.
               PERFORM 200-MERGE-GRADE-HISTORY.
               PERFORM 900-REGISTER-SUMMARY.
               PERFORM 920-PRINT-TRANSCRIPTS.
               PERFORM 950-GRADE-DISTRIBUTION.
               PERFORM 995-TABLE-LIMIT-WARNINGS.
               CLOSE PRINT-FILE.
               PERFORM 830-POST-RUN-LEDGER.
               STOP RUN.
      *****************************************************************
      *      READS THE GRDPARM CARD - THERE IS NO DEFAULT TERM, SO A ***
      *      RUN WITHOUT ONE STOPS BEFORE ANYTHING IS OPENED         ***
      *****************************************************************
       020-READ-GRADE-PARM.
               OPEN INPUT GRDPARM-FILE.
               READ GRDPARM-FILE INTO GRDPARM-DATA
                    AT END SET GRDPARM-AT-END TO TRUE.
               CLOSE GRDPARM-FILE.
               IF GRDPARM-AT-END
                  OR GP-TERM = SPACES
                  DISPLAY 'GRDPOST - NO TERM ON THE GRDPARM CARD'
                  DISPLAY 'GRDPOST - RUN STOPPED, NOTHING POSTED'
                  STOP RUN.
               IF GP-FROM-DATE NOT NUMERIC
                  MOVE 0 TO GP-FROM-DATE.
               IF GP-THRU-DATE NOT NUMERIC
                  OR GP-THRU-DATE = 0
                  MOVE 99999999 TO GP-THRU-DATE.
      *****************************************************************
      *      CHECKS THE RUN-CONTROL LEDGER BEFORE ANYTHING IS POSTED ***
      *      - THE GRADE HISTORY IN HAND MUST CARRY THE RECORD COUNT ***
      *      AND HASH OF THE LAST GENERATION WRITTEN, OR BE THE VERY ***
      *      COPY THIS STEP READ LAST TIME WHEN THIS IS A RERUN      ***
      *      WHOSE GRDHISN WAS NEVER PROMOTED.  A HISTORY NEVER YET  ***
      *      WRITTEN UNDER THE LEDGER IS GENERATION ZERO             ***
      *****************************************************************
       030-CHECK-RUN-LEDGER.
               ACCEPT LEDGER-TIME FROM TIME.
               OPEN INPUT LEDGER-FILE.
               PERFORM 826-READ-LEDGER-FILE.
               PERFORM 031-NOTE-LEDGER-ENTRY
                   UNTIL LEDGER-AT-END.
               CLOSE LEDGER-FILE.
               OPEN INPUT GRDHIST-FILE.
               PERFORM 827-READ-GRDHIST-PASS.
               PERFORM 035-HASH-GRDHIST-REC
                   UNTIL LEDGER-PASS-AT-END.
               CLOSE GRDHIST-FILE.
               IF GL-W-SEEN
                  PERFORM 040-MATCH-GENERATION.
      *****************************************************************
      *      KEEPS THE LATEST GRADE HISTORY GENERATION WRITTEN, AND  ***
      *      THE LATEST ONE THIS STEP READ - THE LEDGER IS IN TIME   ***
      *      ORDER SO THE LAST ONE SEEN WINS                         ***
      *****************************************************************
       031-NOTE-LEDGER-ENTRY.
               IF LG-GEN-WRITTEN
                  AND LG-FILE = 'GRDHIST'
                  MOVE 'Y'           TO GL-W-SW
                  MOVE LG-GEN        TO GL-W-GEN
                  MOVE LG-REC-COUNT  TO GL-W-COUNT
                  MOVE LG-HASH-TOTAL TO GL-W-HASH
                  MOVE LG-STEP       TO GL-W-STEP
                  MOVE LG-RUN-DATE   TO GL-W-DATE.
               IF LG-GEN-READ
                  AND LG-FILE = 'GRDHIST'
                  AND LG-STEP = LEDGER-STEP
                  MOVE 'Y'           TO GL-R-SW
                  MOVE LG-GEN        TO GL-R-GEN
                  MOVE LG-REC-COUNT  TO GL-R-COUNT
                  MOVE LG-HASH-TOTAL TO GL-R-HASH.
               PERFORM 826-READ-LEDGER-FILE.
       035-HASH-GRDHIST-REC.
               ADD 1 TO GL-CUR-COUNT.
               ADD GH-STU-ID GH-POST-DATE GH-CHANGE-CT
                   TO GL-CUR-HASH.
               PERFORM 827-READ-GRDHIST-PASS.
       040-MATCH-GENERATION.
               IF GL-CUR-COUNT = GL-W-COUNT
                  AND GL-CUR-HASH = GL-W-HASH
                  MOVE GL-W-GEN TO GL-READ-GEN
               ELSE
               IF GL-W-STEP = LEDGER-STEP
                  AND GL-R-SEEN
                  AND GL-CUR-COUNT = GL-R-COUNT
                  AND GL-CUR-HASH = GL-R-HASH
                  MOVE GL-R-GEN TO GL-READ-GEN
               ELSE
                  PERFORM 045-WRONG-GENERATION.
      *****************************************************************
      *      THE GRADE HISTORY IS NOT THE GENERATION THE LAST STEP   ***
      *      WROTE - USUALLY GRDHISN WAS NEVER COPIED OVER IT, OR    ***
      *      WAS COPIED TWICE.  THE REFUSAL GOES ON THE LEDGER SO    ***
      *      THE NIGHT'S INQUIRY SHOWS WHERE THE STREAM BROKE        ***
      *****************************************************************
       045-WRONG-GENERATION.
               DISPLAY 'GRDPOST - GRDHIST IS NOT GENERATION ' GL-W-GEN
                       ' WRITTEN BY ' GL-W-STEP ' ON ' GL-W-DATE.
               DISPLAY 'GRDPOST - COPY THE NEW FILE FROM ' GL-W-STEP
                       ' OVER GRDHIST BEFORE RERUNNING'.
               OPEN EXTEND LEDGER-FILE.
               MOVE SPACES      TO LEDGER-DATA.
               MOVE RUN-DATE    TO LG-RUN-DATE.
               MOVE LEDGER-STEP TO LG-STEP.
               MOVE 'X'         TO LG-TYPE.
               MOVE LEDGER-TIME TO LG-STOP-TIME.
               MOVE 'GRDHIST'   TO LG-STOP-FILE.
               MOVE GL-W-GEN    TO LG-STOP-GEN.
               MOVE GL-W-STEP   TO LG-STOP-WRITER.
               MOVE GL-W-DATE   TO LG-STOP-WRITE-DATE.
               WRITE LEDGER-REC FROM LEDGER-DATA.
               CLOSE LEDGER-FILE.
               STOP RUN.
      *****************************************************************
      *      BUILDS THE ROSTER, INSTRUCTOR AND DISTRIBUTION TABLES   ***
      *      ON A ONE-TIME PASS OF EACH FILE                         ***
      *****************************************************************
       050-BUILD-TABLES.
               OPEN INPUT ROSTER-FILE.
               PERFORM 800-READ-ROSTER-FILE.
               PERFORM 055-LOAD-ROSTER-ENTRY
                   UNTIL ROSTER-AT-END.
               CLOSE ROSTER-FILE.
               OPEN INPUT INSTR-FILE.
               PERFORM 805-READ-INSTR-FILE.
               PERFORM 060-LOAD-INSTR-ENTRY
                   UNTIL INSTR-AT-END.
               CLOSE INSTR-FILE.
               OPEN INPUT COURSE-FILE.
               PERFORM 810-READ-COURSE-FILE.
               PERFORM 065-LOAD-DIST-ENTRY
                   UNTIL COURSE-AT-END.
               CLOSE COURSE-FILE.
      *****************************************************************
      *      ONLY A SEAT DATED INSIDE THE TERM BEING GRADED, UNDER A ***
      *      STUDENT ID, CAN EVER CARRY A GRADE                      ***
      *****************************************************************
       055-LOAD-ROSTER-ENTRY.
               IF E-STU-ID > 0
                  AND E-DATE NOT < GP-FROM-DATE
                  AND E-DATE NOT > GP-THRU-DATE
                  IF RST-COUNT < 500
                     ADD 1 TO RST-COUNT
                     MOVE E-COURSE TO RST-COURSE(RST-COUNT)
                     MOVE E-NAME   TO RST-NAME(RST-COUNT)
                     MOVE E-STU-ID TO RST-STU-ID(RST-COUNT)
                  ELSE
                     MOVE 'Y' TO RST-FULL-SW.
               PERFORM 800-READ-ROSTER-FILE.
       060-LOAD-INSTR-ENTRY.
               IF IA-COUNT < 500
                  ADD 1 TO IA-COUNT
                  MOVE A-COURSE     TO IA-COURSE(IA-COUNT)
                  MOVE A-INSTRUCTOR TO IA-INSTRUCTOR(IA-COUNT)
                  MOVE A-CREDIT-HRS TO IA-CREDIT-HRS(IA-COUNT)
               ELSE
                  MOVE 'Y' TO IA-FULL-SW.
               PERFORM 805-READ-INSTR-FILE.
       065-LOAD-DIST-ENTRY.
               IF DST-COUNT < 500
                  ADD 1 TO DST-COUNT
                  MOVE C-COURSE TO DST-COURSE(DST-COUNT)
                  PERFORM 066-CLEAR-DIST-COUNT
                      VARYING GRD-SUB FROM 1 BY 1
                      UNTIL GRD-SUB > 7
                  MOVE 0 TO DST-TOTAL(DST-COUNT)
                  MOVE 0 TO DST-GPA-CT(DST-COUNT)
                  MOVE 0 TO DST-POINTS(DST-COUNT)
               ELSE
                  MOVE 'Y' TO DST-FULL-SW.
               PERFORM 810-READ-COURSE-FILE.
       066-CLEAR-DIST-COUNT.
               MOVE 0 TO DST-GRADE-CT(DST-COUNT, GRD-SUB).
      *****************************************************************
      *      LOOKS UP LOOK-GRADE IN THE GRADE VALUES TABLE           ***
      *****************************************************************
       070-FIND-GRADE.
               MOVE 'N' TO GRD-FOUND-SW.
               MOVE 0 TO GRD-FOUND-SUB.
               PERFORM 071-CHECK-ONE-GRADE
                   VARYING GRD-SUB FROM 1 BY 1
                   UNTIL GRD-SUB > 7
                   OR GRADE-FOUND.
       071-CHECK-ONE-GRADE.
               IF GRD-CODE(GRD-SUB) = LOOK-GRADE
                  SET GRADE-FOUND TO TRUE
                  MOVE GRD-SUB TO GRD-FOUND-SUB.
      *****************************************************************
      *      LOOKS UP LOOK-COURSE IN THE INSTRUCTOR TABLE            ***
      *****************************************************************
       075-FIND-INSTR.
               MOVE 'N' TO IA-FOUND-SW.
               MOVE 0 TO IA-FOUND-SUB.
               PERFORM 076-CHECK-ONE-INSTR
                   VARYING IA-SUB FROM 1 BY 1
                   UNTIL IA-SUB > IA-COUNT
                   OR ASSIGNMENT-FOUND.
       076-CHECK-ONE-INSTR.
               IF IA-COURSE(IA-SUB) = LOOK-COURSE
                  SET ASSIGNMENT-FOUND TO TRUE
                  MOVE IA-SUB TO IA-FOUND-SUB.
      *****************************************************************
      *      EDITS ONE GRADE TRANSACTION.  ONE THAT PASSES IS TABLED ***
      *      FOR THE MERGE WITH WHAT THE ROSTER AND INSTR FILES SAY  ***
      *      ABOUT IT - WHETHER IT POSTS AS A NEW GRADE OR A CHANGE  ***
      *      CAN ONLY BE SETTLED AGAINST THE HISTORY.  A SECOND      ***
      *      GRADE FOR THE SAME STUDENT, TERM AND SECTION IN ONE     ***
      *      DECK IS REJECTED SO THE FIRST ONE STANDS                ***
      *****************************************************************
       100-EDIT-ONE-TRAN.
               MOVE SPACES TO REJECT-REASON.
               MOVE GT-GRADE TO LOOK-GRADE.
               PERFORM 070-FIND-GRADE.
               MOVE GT-STU-ID TO TRN-LOOK-STU-ID.
               MOVE GT-TERM   TO TRN-LOOK-TERM.
               MOVE GT-COURSE TO TRN-LOOK-COURSE.
               PERFORM 110-FIND-DUPLICATE.
               IF GT-STU-ID = 0
                  MOVE 'NO STUDENT ID' TO REJECT-REASON
               ELSE
               IF GT-TERM = SPACES
                  OR GT-COURSE = SPACES
                  MOVE 'NO TERM OR SECTION' TO REJECT-REASON
               ELSE
               IF NOT GRADE-FOUND
                  MOVE 'INVALID GRADE' TO REJECT-REASON
               ELSE
               IF DUPLICATE-TRAN-FOUND
                  MOVE 'DUPLICATE TRANSACTION' TO REJECT-REASON
               ELSE
               IF TRN-COUNT NOT < 500
                  MOVE 'Y' TO TRN-FULL-SW
                  MOVE 'TRANSACTION TABLE FULL' TO REJECT-REASON.
               IF REJECT-REASON = SPACES
                  PERFORM 130-TABLE-TRAN
               ELSE
                  PERFORM 120-REJECT-AT-EDIT.
               PERFORM 815-READ-GRDTRAN-FILE.
       110-FIND-DUPLICATE.
               MOVE 'N' TO TRN-DUP-SW.
               PERFORM 111-CHECK-ONE-DUPLICATE
                   VARYING TRN-SUB FROM 1 BY 1
                   UNTIL TRN-SUB > TRN-COUNT
                   OR DUPLICATE-TRAN-FOUND.
       111-CHECK-ONE-DUPLICATE.
               IF TRN-KEY(TRN-SUB) = TRN-LOOK-KEY
                  SET DUPLICATE-TRAN-FOUND TO TRUE.
       120-REJECT-AT-EDIT.
               ADD 1 TO GT-REJECTED-CT.
               MOVE SPACES        TO REGISTER-LINE.
               MOVE GT-COURSE     TO RL-COURSE.
               MOVE GT-STU-ID     TO RL-STU-ID.
               MOVE GT-TERM       TO RL-TERM.
               MOVE GT-GRADE      TO RL-NEW-GRADE.
               MOVE 'REJECTED'    TO RL-ACTION.
               MOVE REJECT-REASON TO RL-REASON.
               PERFORM 280-PRINT-REGISTER-LINE.
      *****************************************************************
      *      TABLES AN EDITED TRANSACTION.  A SEAT IS ONLY LOOKED    ***
      *      FOR WHEN THE GRADE IS FOR THE TERM BEING GRADED - THE   ***
      *      ROSTER HOLDS NO OTHER TERM                              ***
      *****************************************************************
       130-TABLE-TRAN.
               ADD 1 TO TRN-COUNT.
               MOVE TRN-LOOK-KEY TO TRN-KEY(TRN-COUNT).
               MOVE GT-GRADE     TO TRN-GRADE(TRN-COUNT).
               MOVE GT-REASON    TO TRN-REASON(TRN-COUNT).
               MOVE GT-SUBMITTER TO TRN-SUBMITTER(TRN-COUNT).
               MOVE SPACES       TO TRN-NAME(TRN-COUNT).
               MOVE 0            TO TRN-HRS(TRN-COUNT).
               MOVE 'N'          TO TRN-ROSTER-SW(TRN-COUNT).
               MOVE 'N'          TO TRN-INSTR-SW(TRN-COUNT).
               MOVE 'N'          TO TRN-DONE-SW(TRN-COUNT).
               MOVE 'N'          TO RST-FOUND-SW.
               IF GT-TERM = GP-TERM
                  PERFORM 140-FIND-ROSTER.
               IF ROSTER-ENTRY-FOUND
                  MOVE 'Y' TO TRN-ROSTER-SW(TRN-COUNT)
                  MOVE RST-NAME(RST-FOUND-SUB) TO TRN-NAME(TRN-COUNT).
               MOVE GT-COURSE TO LOOK-COURSE.
               PERFORM 075-FIND-INSTR.
               IF ASSIGNMENT-FOUND
                  AND IA-CREDIT-HRS(IA-FOUND-SUB) NUMERIC
                  AND IA-CREDIT-HRS(IA-FOUND-SUB) > 0
                  MOVE 'Y' TO TRN-INSTR-SW(TRN-COUNT)
                  MOVE IA-CREDIT-HRS(IA-FOUND-SUB)
                                 TO TRN-HRS(TRN-COUNT).
       140-FIND-ROSTER.
               PERFORM 141-CHECK-ONE-SEAT
                   VARYING RST-SUB FROM 1 BY 1
                   UNTIL RST-SUB > RST-COUNT
                   OR ROSTER-ENTRY-FOUND.
       141-CHECK-ONE-SEAT.
               IF RST-COURSE(RST-SUB) = GT-COURSE
                  AND RST-STU-ID(RST-SUB) = GT-STU-ID
                  SET ROSTER-ENTRY-FOUND TO TRUE
                  MOVE RST-SUB TO RST-FOUND-SUB.
      *****************************************************************
      *      MERGES THE TABLED TRANSACTIONS INTO THE GRADE HISTORY - ***
      *      AT EACH STEP THE LOWER OF THE NEXT HISTORY RECORD AND   ***
      *      THE LOWEST TRANSACTION NOT YET APPLIED GOES FIRST, SO   ***
      *      GRDHISN COMES OUT IN STUDENT, TERM AND SECTION ORDER    ***
      *****************************************************************
       200-MERGE-GRADE-HISTORY.
               OPEN INPUT GRDHIST-FILE
                    OUTPUT NEW-GRDHIST-FILE.
               OPEN EXTEND GRDAUD-FILE.
               PERFORM 820-READ-GRDHIST-FILE.
               PERFORM 210-FIND-LOWEST-TRAN.
               PERFORM 220-MERGE-ONE-STEP
                   UNTIL GRDHIST-AT-END
                   AND TRN-LOW-SUB = 0.
               CLOSE GRDHIST-FILE
                     NEW-GRDHIST-FILE
                     GRDAUD-FILE.
       210-FIND-LOWEST-TRAN.
               MOVE 0 TO TRN-LOW-SUB.
               PERFORM 211-CHECK-ONE-LOW
                   VARYING TRN-SUB FROM 1 BY 1
                   UNTIL TRN-SUB > TRN-COUNT.
       211-CHECK-ONE-LOW.
               IF NOT TRN-APPLIED(TRN-SUB)
                  IF TRN-LOW-SUB = 0
                     MOVE TRN-SUB TO TRN-LOW-SUB
                  ELSE
                  IF TRN-KEY(TRN-SUB) < TRN-KEY(TRN-LOW-SUB)
                     MOVE TRN-SUB TO TRN-LOW-SUB.
       220-MERGE-ONE-STEP.
               IF TRN-LOW-SUB = 0
                  PERFORM 230-COPY-HISTORY-REC
               ELSE
               IF GRDHIST-AT-END
                  PERFORM 250-POST-NEW-GRADE
               ELSE
               IF GH-KEY < TRN-KEY(TRN-LOW-SUB)
                  PERFORM 230-COPY-HISTORY-REC
               ELSE
               IF GH-KEY = TRN-KEY(TRN-LOW-SUB)
                  PERFORM 240-CHANGE-GRADE
               ELSE
                  PERFORM 250-POST-NEW-GRADE.
       230-COPY-HISTORY-REC.
               PERFORM 260-WRITE-HISTORY-REC.
               PERFORM 820-READ-GRDHIST-FILE.
      *****************************************************************
      *      A GRADE FOR A STUDENT, TERM AND SECTION ALREADY ON THE  ***
      *      HISTORY.  THE SAME GRADE AGAIN CHANGES NOTHING; A       ***
      *      DIFFERENT ONE NEEDS A REASON, AND THEN REPLACES THE OLD ***
      *      GRADE WITH BOTH GRADES ON THE AUDIT TRAIL.  THE CREDIT  ***
      *      HOURS POSTED WITH THE ORIGINAL GRADE STAND              ***
      *****************************************************************
       240-CHANGE-GRADE.
               MOVE TRN-LOW-SUB TO TRN-SUB.
               MOVE SPACES              TO REGISTER-LINE.
               MOVE GH-COURSE           TO RL-COURSE.
               MOVE GH-STU-ID           TO RL-STU-ID.
               MOVE GH-NAME             TO RL-NAME.
               MOVE GH-TERM             TO RL-TERM.
               MOVE GH-GRADE            TO RL-OLD-GRADE.
               MOVE TRN-GRADE(TRN-SUB)  TO RL-NEW-GRADE.
               MOVE GH-CREDIT-HRS       TO RL-HRS.
               IF TRN-GRADE(TRN-SUB) = GH-GRADE
                  ADD 1 TO GT-SAME-CT
                  MOVE 'ON FILE'  TO RL-ACTION
               ELSE
               IF TRN-REASON(TRN-SUB) = SPACES
                  ADD 1 TO GT-REJECTED-CT
                  MOVE 'REJECTED' TO RL-ACTION
                  MOVE 'NO CHANGE REASON' TO RL-REASON
               ELSE
                  ADD 1 TO GT-CHANGED-CT
                  MOVE 'CHANGED'  TO RL-ACTION
                  MOVE TRN-REASON(TRN-SUB) TO RL-REASON
                  MOVE 'CHANGED'  TO GA-ACTION
                  MOVE GH-GRADE   TO GA-OLD-GRADE
                  MOVE TRN-GRADE(TRN-SUB) TO GH-GRADE
                  MOVE RUN-DATE   TO GH-POST-DATE
                  ADD 1 TO GH-CHANGE-CT
                  PERFORM 270-WRITE-AUDIT-REC.
               PERFORM 280-PRINT-REGISTER-LINE.
               MOVE 'Y' TO TRN-DONE-SW(TRN-SUB).
               PERFORM 230-COPY-HISTORY-REC.
               PERFORM 210-FIND-LOWEST-TRAN.
      *****************************************************************
      *      A GRADE NOT YET ON THE HISTORY.  IT MUST BE FOR THE     ***
      *      TERM BEING GRADED, FOR A STUDENT WHO HELD A SEAT IN THE ***
      *      SECTION, AND THE SECTION MUST HAVE ITS CREDIT HOURS ON  ***
      *      THE INSTR FILE                                          ***
      *****************************************************************
       250-POST-NEW-GRADE.
               MOVE TRN-LOW-SUB TO TRN-SUB.
               MOVE SPACES              TO REGISTER-LINE.
               MOVE TRN-COURSE(TRN-SUB) TO RL-COURSE.
               MOVE TRN-STU-ID(TRN-SUB) TO RL-STU-ID.
               MOVE TRN-NAME(TRN-SUB)   TO RL-NAME.
               MOVE TRN-TERM(TRN-SUB)   TO RL-TERM.
               MOVE TRN-GRADE(TRN-SUB)  TO RL-NEW-GRADE.
               IF TRN-TERM(TRN-SUB) NOT = GP-TERM
                  ADD 1 TO GT-REJECTED-CT
                  MOVE 'REJECTED' TO RL-ACTION
                  MOVE 'NO GRADE TO CHANGE' TO RL-REASON
               ELSE
               IF NOT TRN-ON-ROSTER(TRN-SUB)
                  ADD 1 TO GT-REJECTED-CT
                  MOVE 'REJECTED' TO RL-ACTION
                  MOVE 'NOT ON ROSTER' TO RL-REASON
               ELSE
               IF NOT TRN-HAS-HOURS(TRN-SUB)
                  ADD 1 TO GT-REJECTED-CT
                  MOVE 'REJECTED' TO RL-ACTION
                  MOVE 'NO CREDIT HOURS' TO RL-REASON
               ELSE
                  ADD 1 TO GT-POSTED-CT
                  MOVE 'POSTED'   TO RL-ACTION
                  MOVE TRN-HRS(TRN-SUB) TO RL-HRS
                  PERFORM 265-WRITE-NEW-GRADE.
               PERFORM 280-PRINT-REGISTER-LINE.
               MOVE 'Y' TO TRN-DONE-SW(TRN-SUB).
               PERFORM 210-FIND-LOWEST-TRAN.
       260-WRITE-HISTORY-REC.
               WRITE NEW-GRDHIST-REC FROM GRDHIST-DATA.
               ADD 1 TO GH-NEW-CT.
               ADD 1 TO GL-NEW-COUNT.
               ADD GH-STU-ID GH-POST-DATE GH-CHANGE-CT
                   TO GL-NEW-HASH.
       265-WRITE-NEW-GRADE.
               MOVE TRN-STU-ID(TRN-SUB) TO NG-STU-ID.
               MOVE TRN-TERM(TRN-SUB)   TO NG-TERM.
               MOVE TRN-COURSE(TRN-SUB) TO NG-COURSE.
               MOVE TRN-NAME(TRN-SUB)   TO NG-NAME.
               MOVE TRN-GRADE(TRN-SUB)  TO NG-GRADE.
               MOVE TRN-HRS(TRN-SUB)    TO NG-CREDIT-HRS.
               MOVE RUN-DATE            TO NG-POST-DATE.
               MOVE 0                   TO NG-CHANGE-CT.
               WRITE NEW-GRDHIST-REC FROM NEW-GRADE-DATA.
               ADD 1 TO GH-NEW-CT.
               ADD 1 TO GL-NEW-COUNT.
               ADD NG-STU-ID NG-POST-DATE NG-CHANGE-CT
                   TO GL-NEW-HASH.
               MOVE 'POSTED'  TO GA-ACTION.
               MOVE SPACES    TO GA-OLD-GRADE.
               PERFORM 270-WRITE-AUDIT-REC.
      *****************************************************************
      *      APPENDS ONE RECORD TO THE GRADE AUDIT TRAIL - THE       ***
      *      CALLER HAS ALREADY SET THE ACTION AND THE OLD GRADE     ***
      *****************************************************************
       270-WRITE-AUDIT-REC.
               MOVE RUN-DATE               TO GA-RUN-DATE.
               MOVE TRN-STU-ID(TRN-SUB)    TO GA-STU-ID.
               MOVE TRN-TERM(TRN-SUB)      TO GA-TERM.
               MOVE TRN-COURSE(TRN-SUB)    TO GA-COURSE.
               MOVE TRN-GRADE(TRN-SUB)     TO GA-NEW-GRADE.
               MOVE TRN-REASON(TRN-SUB)    TO GA-REASON.
               MOVE TRN-SUBMITTER(TRN-SUB) TO GA-SUBMITTER.
               WRITE GRDAUD-REC FROM GRDAUD-DATA.
       280-PRINT-REGISTER-LINE.
               IF LINE-CT > 50
                  PERFORM 285-REGISTER-HEADINGS.
               WRITE PRINT-REC FROM REGISTER-LINE
                     AFTER ADVANCING 1.
               ADD 1 TO LINE-CT.
       285-REGISTER-HEADINGS.
               WRITE PRINT-REC FROM MAIN-HEADING
                     AFTER ADVANCING PAGE.
               MOVE RUN-DATE TO SH-DATE.
               MOVE GP-TERM  TO SH-TERM.
               WRITE PRINT-REC FROM SECONDARY-HEADING
                     AFTER ADVANCING 1.
               WRITE PRINT-REC FROM REGISTER-HEADING
                     AFTER ADVANCING 2.
               MOVE SPACES TO PRINT-REC.
               WRITE PRINT-REC
                     AFTER ADVANCING 1.
               MOVE 0 TO LINE-CT.
      *****************************************************************
      *      PRINTS THE POSTING CONTROL TOTALS - EVERY TRANSACTION   ***
      *      READ MUST BE POSTED, CHANGED, ALREADY ON FILE OR        ***
      *      REJECTED, AND THE NEW HISTORY MUST HOLD THE OLD RECORDS ***
      *      PLUS THE GRADES POSTED                                  ***
      *****************************************************************
       900-REGISTER-SUMMARY.
               MOVE 'GRADE TRANSACTIONS READ' TO SM-LABEL.
               MOVE GT-READ-CT TO SM-COUNT.
               WRITE PRINT-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 3.
               MOVE 'GRADES POSTED' TO SM-LABEL.
               MOVE GT-POSTED-CT TO SM-COUNT.
               WRITE PRINT-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
               MOVE 'GRADES CHANGED' TO SM-LABEL.
               MOVE GT-CHANGED-CT TO SM-COUNT.
               WRITE PRINT-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
               MOVE 'GRADES ALREADY ON FILE' TO SM-LABEL.
               MOVE GT-SAME-CT TO SM-COUNT.
               WRITE PRINT-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
               MOVE 'GRADE TRANSACTIONS REJECTED' TO SM-LABEL.
               MOVE GT-REJECTED-CT TO SM-COUNT.
               WRITE PRINT-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
               COMPUTE GT-ACCOUNTED-CT = GT-POSTED-CT + GT-CHANGED-CT
                                       + GT-SAME-CT + GT-REJECTED-CT.
               IF GT-ACCOUNTED-CT = GT-READ-CT
                  MOVE 'TRANSACTIONS IN BALANCE' TO BL-TEXT
               ELSE
                  MOVE '*** OUT OF BALANCE - TRANSACTIONS NOT ACCOUNTED'
                                        TO BL-TEXT.
               WRITE PRINT-REC FROM BALANCE-LINE
                     AFTER ADVANCING 1.
               MOVE 'OLD GRADE HISTORY RECORDS' TO SM-LABEL.
               MOVE GH-OLD-CT TO SM-COUNT.
               WRITE PRINT-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 2.
               MOVE 'NEW GRADE HISTORY RECORDS' TO SM-LABEL.
               MOVE GH-NEW-CT TO SM-COUNT.
               WRITE PRINT-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
               COMPUTE GH-PROOF-CT = GH-OLD-CT + GT-POSTED-CT.
               IF GH-PROOF-CT = GH-NEW-CT
                  MOVE 'HISTORY IN BALANCE' TO BL-TEXT
               ELSE
                  MOVE '*** OUT OF BALANCE - OLD PLUS POSTED NOT = NEW'
                                        TO BL-TEXT.
               WRITE PRINT-REC FROM BALANCE-LINE
                     AFTER ADVANCING 1.
      *****************************************************************
      *      PRINTS A TRANSCRIPT FOR EVERY STUDENT ON THE NEW GRADE  ***
      *      HISTORY, A PAGE EACH, BREAKING ON STUDENT AND TERM. THE ***
      *      SAME PASS TALLIES THE GRADE DISTRIBUTION FOR THE TERM   ***
      *      BEING GRADED                                            ***
      *****************************************************************
       920-PRINT-TRANSCRIPTS.
               OPEN INPUT NEW-GRDHIST-FILE
                    OUTPUT TRANSCRIPT-FILE.
               MOVE 'STUDENT TRANSCRIPT' TO SH-TITLE.
               PERFORM 825-READ-TRANSCRIPT-PASS.
               PERFORM 921-TRANSCRIPT-ONE-REC
                   UNTIL TRANSCRIPT-PASS-AT-END.
               IF TS-STUDENT-CT > 0
                  PERFORM 926-END-TERM
                  PERFORM 927-END-STUDENT.
               PERFORM 929-TRANSCRIPT-SUMMARY.
               CLOSE NEW-GRDHIST-FILE
                     TRANSCRIPT-FILE.
       921-TRANSCRIPT-ONE-REC.
               IF GH-STU-ID NOT = TS-CUR-STU-ID
                  PERFORM 922-START-STUDENT
                  PERFORM 923-START-TERM
               ELSE
               IF GH-TERM NOT = TS-CUR-TERM
                  PERFORM 926-END-TERM
                  PERFORM 923-START-TERM.
               PERFORM 924-TRANSCRIPT-COURSE.
               IF GH-TERM = GP-TERM
                  PERFORM 980-TALLY-DISTRIBUTION.
               PERFORM 825-READ-TRANSCRIPT-PASS.
      *****************************************************************
      *      CLOSES OFF THE STUDENT BEFORE (IF ANY) AND STARTS A NEW ***
      *      TRANSCRIPT PAGE                                         ***
      *****************************************************************
       922-START-STUDENT.
               IF TS-STUDENT-CT > 0
                  PERFORM 926-END-TERM
                  PERFORM 927-END-STUDENT.
               ADD 1 TO TS-STUDENT-CT.
               MOVE GH-STU-ID TO TS-CUR-STU-ID.
               MOVE 0 TO TS-CUM-GPA-HRS.
               MOVE 0 TO TS-CUM-EARN-HRS.
               MOVE 0 TO TS-CUM-POINTS.
               MOVE 0 TO TS-CUM-GPA.
               WRITE TRANSCRIPT-REC FROM MAIN-HEADING
                     AFTER ADVANCING PAGE.
               MOVE RUN-DATE TO SH-DATE.
               MOVE GP-TERM  TO SH-TERM.
               WRITE TRANSCRIPT-REC FROM SECONDARY-HEADING
                     AFTER ADVANCING 1.
               MOVE GH-STU-ID TO TSL-STU-ID.
               MOVE GH-NAME   TO TSL-NAME.
               WRITE TRANSCRIPT-REC FROM TS-STUDENT-LINE
                     AFTER ADVANCING 2.
               WRITE TRANSCRIPT-REC FROM TS-COLUMN-HEADING
                     AFTER ADVANCING 2.
       923-START-TERM.
               MOVE GH-TERM TO TS-CUR-TERM.
               MOVE 0 TO TS-TERM-GPA-HRS.
               MOVE 0 TO TS-TERM-EARN-HRS.
               MOVE 0 TO TS-TERM-POINTS.
               MOVE GH-TERM TO TTL-TERM.
               WRITE TRANSCRIPT-REC FROM TS-TERM-LINE
                     AFTER ADVANCING 2.
      *****************************************************************
      *      ONE COURSE LINE - QUALITY POINTS ARE THE GRADE'S POINTS ***
      *      TIMES THE CREDIT HOURS POSTED WITH IT                   ***
      *****************************************************************
       924-TRANSCRIPT-COURSE.
               MOVE GH-GRADE TO LOOK-GRADE.
               PERFORM 070-FIND-GRADE.
               MOVE 0 TO TS-COURSE-POINTS.
               IF GRADE-FOUND
                  COMPUTE TS-COURSE-POINTS =
                          GRD-POINTS(GRD-FOUND-SUB) * GH-CREDIT-HRS
                  IF GRD-IN-GPA(GRD-FOUND-SUB)
                     ADD GH-CREDIT-HRS    TO TS-TERM-GPA-HRS
                     ADD TS-COURSE-POINTS TO TS-TERM-POINTS.
               IF GRADE-FOUND
                  AND GRD-EARNED(GRD-FOUND-SUB)
                  ADD GH-CREDIT-HRS TO TS-TERM-EARN-HRS.
               MOVE GH-COURSE        TO TCL-COURSE.
               MOVE GH-GRADE         TO TCL-GRADE.
               MOVE GH-CREDIT-HRS    TO TCL-HRS.
               MOVE TS-COURSE-POINTS TO TCL-POINTS.
               WRITE TRANSCRIPT-REC FROM TS-COURSE-LINE
                     AFTER ADVANCING 1.
      *****************************************************************
      *      TERM TOTALS, TERM AND CUMULATIVE GPA, AND THE STANDING  ***
      *      THE TERM LEAVES THE STUDENT IN                          ***
      *****************************************************************
       926-END-TERM.
               ADD TS-TERM-GPA-HRS  TO TS-CUM-GPA-HRS.
               ADD TS-TERM-EARN-HRS TO TS-CUM-EARN-HRS.
               ADD TS-TERM-POINTS   TO TS-CUM-POINTS.
               MOVE 0 TO TS-TERM-GPA.
               IF TS-TERM-GPA-HRS > 0
                  COMPUTE TS-TERM-GPA ROUNDED =
                          TS-TERM-POINTS / TS-TERM-GPA-HRS.
               MOVE 0 TO TS-CUM-GPA.
               IF TS-CUM-GPA-HRS > 0
                  COMPUTE TS-CUM-GPA ROUNDED =
                          TS-CUM-POINTS / TS-CUM-GPA-HRS.
               PERFORM 928-SET-STANDING.
               IF TS-CUR-TERM = GP-TERM
                  ADD 1 TO TS-TERM-STUDENT-CT
                  IF TS-STANDING = 'PROBATION'
                     ADD 1 TO TS-PROBATION-CT
                  ELSE
                  IF TS-STANDING = 'DEANS LIST'
                     ADD 1 TO TS-DEANS-LIST-CT.
               MOVE TS-TERM-GPA-HRS  TO TTT-GPA-HRS.
               MOVE TS-TERM-EARN-HRS TO TTT-EARN-HRS.
               MOVE TS-TERM-POINTS   TO TTT-POINTS.
               MOVE TS-TERM-GPA      TO TTT-TERM-GPA.
               MOVE TS-CUM-GPA       TO TTT-CUM-GPA.
               MOVE TS-STANDING      TO TTT-STANDING.
               WRITE TRANSCRIPT-REC FROM TS-TERM-TOTAL-LINE
                     AFTER ADVANCING 1.
       927-END-STUDENT.
               MOVE TS-CUM-GPA-HRS  TO TCT-GPA-HRS.
               MOVE TS-CUM-EARN-HRS TO TCT-EARN-HRS.
               MOVE TS-CUM-POINTS   TO TCT-POINTS.
               MOVE TS-CUM-GPA      TO TCT-CUM-GPA.
               MOVE TS-STANDING     TO TCT-STANDING.
               WRITE TRANSCRIPT-REC FROM TS-CUM-TOTAL-LINE
                     AFTER ADVANCING 2.
       928-SET-STANDING.
               IF TS-CUM-GPA-HRS > 0
                  AND TS-CUM-GPA < PROBATION-GPA
                  MOVE 'PROBATION'     TO TS-STANDING
               ELSE
               IF TS-TERM-GPA-HRS NOT < DEANS-LIST-HRS
                  AND TS-TERM-GPA NOT < DEANS-LIST-GPA
                  MOVE 'DEANS LIST'    TO TS-STANDING
               ELSE
                  MOVE 'GOOD STANDING' TO TS-STANDING.
       929-TRANSCRIPT-SUMMARY.
               WRITE TRANSCRIPT-REC FROM MAIN-HEADING
                     AFTER ADVANCING PAGE.
               WRITE TRANSCRIPT-REC FROM SECONDARY-HEADING
                     AFTER ADVANCING 1.
               MOVE 'TRANSCRIPTS PRINTED' TO SM-LABEL.
               MOVE TS-STUDENT-CT TO SM-COUNT.
               WRITE TRANSCRIPT-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 2.
               MOVE 'STUDENTS GRADED THIS TERM' TO SM-LABEL.
               MOVE TS-TERM-STUDENT-CT TO SM-COUNT.
               WRITE TRANSCRIPT-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
               MOVE 'DEANS LIST THIS TERM' TO SM-LABEL.
               MOVE TS-DEANS-LIST-CT TO SM-COUNT.
               WRITE TRANSCRIPT-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
               MOVE 'ON PROBATION AFTER THIS TERM' TO SM-LABEL.
               MOVE TS-PROBATION-CT TO SM-COUNT.
               WRITE TRANSCRIPT-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
      *****************************************************************
      *      PRINTS THE GRADE DISTRIBUTION FOR THE TERM BEING        ***
      *      GRADED, SECTION BY SECTION IN COURSE MASTER ORDER, A    ***
      *      NEW PAGE AND A DEPARTMENT TOTAL FOR EACH DEPARTMENT SO  ***
      *      EACH CHAIR CAN BE HANDED THEIR OWN PAGES.  A SECTION    ***
      *      WITH NO GRADES YET IS FLAGGED SO THE CHAIR CAN CHASE    ***
      *      THEM                                                    ***
      *****************************************************************
       950-GRADE-DISTRIBUTION.
               OPEN OUTPUT DIST-FILE.
               MOVE 'GRADE DISTRIBUTION' TO SH-TITLE.
               MOVE SPACES TO PREV-ABB.
               PERFORM 951-DISTRIBUTE-ONE-SECTION
                   VARYING DST-SUB FROM 1 BY 1
                   UNTIL DST-SUB > DST-COUNT.
               IF PREV-ABB NOT = SPACES
                  PERFORM 956-DEPT-TOTAL.
               PERFORM 958-DIST-SUMMARY.
               CLOSE DIST-FILE.
       951-DISTRIBUTE-ONE-SECTION.
               IF DST-COURSE(DST-SUB)(1:3) NOT = PREV-ABB
                  PERFORM 953-START-DEPT.
               IF LINE-CT > 50
                  PERFORM 954-DIST-HEADINGS.
               MOVE SPACES TO DIST-LINE.
               MOVE DST-COURSE(DST-SUB) TO DL-COURSE.
               MOVE DST-COURSE(DST-SUB) TO LOOK-COURSE.
               PERFORM 075-FIND-INSTR.
               IF ASSIGNMENT-FOUND
                  MOVE IA-INSTRUCTOR(IA-FOUND-SUB) TO DL-INSTRUCTOR.
               PERFORM 952-MOVE-SECTION-COUNT
                   VARYING GRD-SUB FROM 1 BY 1
                   UNTIL GRD-SUB > 7.
               MOVE DST-TOTAL(DST-SUB) TO DL-TOTAL.
               MOVE 0 TO DPT-GPA.
               IF DST-GPA-CT(DST-SUB) > 0
                  COMPUTE DPT-GPA ROUNDED =
                          DST-POINTS(DST-SUB) / DST-GPA-CT(DST-SUB).
               MOVE DPT-GPA TO DL-GPA.
               IF DST-TOTAL(DST-SUB) = 0
                  ADD 1 TO DST-UNGRADED-CT
                  MOVE 'NO GRADES POSTED' TO DL-NOTE
               ELSE
                  ADD 1 TO DST-GRADED-CT.
               WRITE DIST-REC FROM DIST-LINE
                     AFTER ADVANCING 1.
               ADD 1 TO LINE-CT.
               ADD DST-TOTAL(DST-SUB)  TO DPT-TOTAL.
               ADD DST-GPA-CT(DST-SUB) TO DPT-GPA-CT.
               ADD DST-POINTS(DST-SUB) TO DPT-POINTS.
       952-MOVE-SECTION-COUNT.
               MOVE DST-GRADE-CT(DST-SUB, GRD-SUB)
                                 TO DL-GRADE-CT(GRD-SUB).
               ADD DST-GRADE-CT(DST-SUB, GRD-SUB)
                                 TO DPT-GRADE-CT(GRD-SUB).
       953-START-DEPT.
               IF PREV-ABB NOT = SPACES
                  PERFORM 956-DEPT-TOTAL.
               MOVE DST-COURSE(DST-SUB)(1:3) TO PREV-ABB.
               MOVE 0 TO DPT-TOTAL.
               MOVE 0 TO DPT-GPA-CT.
               MOVE 0 TO DPT-POINTS.
               PERFORM 955-CLEAR-DEPT-COUNT
                   VARYING GRD-SUB FROM 1 BY 1
                   UNTIL GRD-SUB > 7.
               PERFORM 954-DIST-HEADINGS.
       954-DIST-HEADINGS.
               WRITE DIST-REC FROM MAIN-HEADING
                     AFTER ADVANCING PAGE.
               MOVE RUN-DATE TO SH-DATE.
               MOVE GP-TERM  TO SH-TERM.
               WRITE DIST-REC FROM SECONDARY-HEADING
                     AFTER ADVANCING 1.
               MOVE PREV-ABB TO DDH-ABB.
               WRITE DIST-REC FROM DIST-DEPT-HEADING
                     AFTER ADVANCING 2.
               WRITE DIST-REC FROM DIST-COLUMN-HEADING
                     AFTER ADVANCING 2.
               MOVE SPACES TO DIST-REC.
               WRITE DIST-REC
                     AFTER ADVANCING 1.
               MOVE 0 TO LINE-CT.
       955-CLEAR-DEPT-COUNT.
               MOVE 0 TO DPT-GRADE-CT(GRD-SUB).
       956-DEPT-TOTAL.
               MOVE SPACES TO DIST-LINE.
               MOVE 'DEPARTMENT TOTAL' TO DL-INSTRUCTOR.
               PERFORM 957-MOVE-DEPT-COUNT
                   VARYING GRD-SUB FROM 1 BY 1
                   UNTIL GRD-SUB > 7.
               MOVE DPT-TOTAL TO DL-TOTAL.
               MOVE 0 TO DPT-GPA.
               IF DPT-GPA-CT > 0
                  COMPUTE DPT-GPA ROUNDED = DPT-POINTS / DPT-GPA-CT.
               MOVE DPT-GPA TO DL-GPA.
               WRITE DIST-REC FROM DIST-LINE
                     AFTER ADVANCING 2.
       957-MOVE-DEPT-COUNT.
               MOVE DPT-GRADE-CT(GRD-SUB) TO DL-GRADE-CT(GRD-SUB).
       958-DIST-SUMMARY.
               WRITE DIST-REC FROM MAIN-HEADING
                     AFTER ADVANCING PAGE.
               WRITE DIST-REC FROM SECONDARY-HEADING
                     AFTER ADVANCING 1.
               MOVE 'SECTIONS WITH GRADES' TO SM-LABEL.
               MOVE DST-GRADED-CT TO SM-COUNT.
               WRITE DIST-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 2.
               MOVE 'SECTIONS WITH NO GRADES POSTED' TO SM-LABEL.
               MOVE DST-UNGRADED-CT TO SM-COUNT.
               WRITE DIST-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
               MOVE 'GRADES FOR SECTIONS NOT LISTED' TO SM-LABEL.
               MOVE DST-NOT-ON-MASTER TO SM-COUNT.
               WRITE DIST-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
      *****************************************************************
      *      ADDS ONE GRADE FOR THE TERM TO ITS SECTION'S COUNTS - A ***
      *      SECTION NO LONGER ON THE COURSE MASTER IS ONLY COUNTED  ***
      *****************************************************************
       980-TALLY-DISTRIBUTION.
               MOVE 'N' TO DST-FOUND-SW.
               PERFORM 981-CHECK-ONE-SECTION
                   VARYING DST-SUB FROM 1 BY 1
                   UNTIL DST-SUB > DST-COUNT
                   OR DIST-SECTION-FOUND.
               IF NOT DIST-SECTION-FOUND
                  OR NOT GRADE-FOUND
                  ADD 1 TO DST-NOT-ON-MASTER
               ELSE
                  ADD 1 TO DST-GRADE-CT(DST-FOUND-SUB, GRD-FOUND-SUB)
                  ADD 1 TO DST-TOTAL(DST-FOUND-SUB)
                  IF GRD-IN-GPA(GRD-FOUND-SUB)
                     ADD 1 TO DST-GPA-CT(DST-FOUND-SUB)
                     ADD GRD-POINTS(GRD-FOUND-SUB)
                                   TO DST-POINTS(DST-FOUND-SUB).
       981-CHECK-ONE-SECTION.
               IF DST-COURSE(DST-SUB) = GH-COURSE
                  SET DIST-SECTION-FOUND TO TRUE
                  MOVE DST-SUB TO DST-FOUND-SUB.
      *****************************************************************
      *      SAYS OUT LOUD WHEN ANY OF THE FIXED TABLES RAN OUT OF   ***
      *      ENTRIES DURING THE RUN                                  ***
      *****************************************************************
       995-TABLE-LIMIT-WARNINGS.
               IF ROSTER-TABLE-FULL
                  OR INSTR-TABLE-FULL
                  OR TRAN-TABLE-FULL
                  OR DIST-TABLE-FULL
                  WRITE PRINT-REC FROM TABLE-WARNING-HEADING
                        AFTER ADVANCING PAGE.
               IF ROSTER-TABLE-FULL
                  WRITE PRINT-REC FROM ROSTER-FULL-LINE
                        AFTER ADVANCING 2.
               IF INSTR-TABLE-FULL
                  WRITE PRINT-REC FROM INSTR-FULL-LINE
                        AFTER ADVANCING 2.
               IF TRAN-TABLE-FULL
                  WRITE PRINT-REC FROM TRAN-FULL-LINE
                        AFTER ADVANCING 2.
               IF DIST-TABLE-FULL
                  WRITE PRINT-REC FROM DIST-FULL-LINE
                        AFTER ADVANCING 2.
      *****************************************************************
      *      *          READS THE ENROLLMENT ROSTER                  ***
      ****************************************************************
       800-READ-ROSTER-FILE.
               READ ROSTER-FILE INTO ROSTER-DATA
                    AT END SET ROSTER-AT-END TO TRUE.
               IF NOT ROSTER-AT-END
                  IF E-STU-ID NOT NUMERIC
                     MOVE 0 TO E-STU-ID.
               IF NOT ROSTER-AT-END
                  AND E-DATE NOT NUMERIC
                  MOVE 0 TO E-DATE.
      *****************************************************************
      *      *          READS THE INSTRUCTOR ASSIGNMENTS             ***
      ****************************************************************
       805-READ-INSTR-FILE.
               READ INSTR-FILE INTO INSTR-DATA
                    AT END SET INSTR-AT-END TO TRUE.
      *****************************************************************
      *      *          READS THE COURSE MASTER                      ***
      ****************************************************************
       810-READ-COURSE-FILE.
               READ COURSE-FILE INTO COURSE-DATA
                    AT END SET COURSE-AT-END TO TRUE.
      *****************************************************************
      *      *          READS THE GRADE TRANSACTIONS                 ***
      ****************************************************************
       815-READ-GRDTRAN-FILE.
               READ GRDTRAN-FILE INTO GRDTRAN-DATA
                    AT END SET GRDTRAN-AT-END TO TRUE.
               IF NOT GRDTRAN-AT-END
                  ADD 1 TO GT-READ-CT
                  IF GT-STU-ID NOT NUMERIC
                     MOVE 0 TO GT-STU-ID.
      *****************************************************************
      *      *          READS THE OLD GRADE HISTORY FOR THE MERGE    ***
      ****************************************************************
       820-READ-GRDHIST-FILE.
               READ GRDHIST-FILE INTO GRDHIST-DATA
                    AT END SET GRDHIST-AT-END TO TRUE.
               IF NOT GRDHIST-AT-END
                  ADD 1 TO GH-OLD-CT.
      *****************************************************************
      *      *          READS THE NEW GRADE HISTORY FOR THE          ***
      *      TRANSCRIPTS                                             ***
      ****************************************************************
       825-READ-TRANSCRIPT-PASS.
               READ NEW-GRDHIST-FILE INTO GRDHIST-DATA
                    AT END SET TRANSCRIPT-PASS-AT-END TO TRUE.
      *****************************************************************
      *      *          READS THE RUN-CONTROL LEDGER                 ***
      ****************************************************************
       826-READ-LEDGER-FILE.
               READ LEDGER-FILE INTO LEDGER-DATA
                    AT END SET LEDGER-AT-END TO TRUE.
      *****************************************************************
      *      *          READS THE GRADE HISTORY FOR ITS LEDGER       ***
      *      FINGERPRINT                                             ***
      ****************************************************************
       827-READ-GRDHIST-PASS.
               READ GRDHIST-FILE INTO GRDHIST-DATA
                    AT END SET LEDGER-PASS-AT-END TO TRUE.
      *****************************************************************
      *      RECORDS THIS RUN ON THE RUN-CONTROL LEDGER ONCE EVERY   ***
      *      FILE HAS CLOSED - THE STEP, THE GRADE HISTORY           ***
      *      GENERATION READ, GRDHISN AS THE NEXT GENERATION (IT     ***
      *      BECOMES THAT GENERATION WHEN OPERATIONS COPIES IT OVER  ***
      *      GRDHIST) AND THE POSTING CONTROL TOTALS                 ***
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
               MOVE 'GRDHIST'    TO LG-FILE.
               MOVE GL-READ-GEN  TO LG-GEN.
               MOVE GL-CUR-COUNT TO LG-REC-COUNT.
               MOVE GL-CUR-HASH  TO LG-HASH-TOTAL.
               MOVE 0            TO LG-STAMP.
               WRITE LEDGER-REC FROM LEDGER-DATA.
               MOVE 'W'          TO LG-TYPE.
               COMPUTE LG-GEN = GL-W-GEN + 1.
               MOVE GL-NEW-COUNT TO LG-REC-COUNT.
               MOVE GL-NEW-HASH  TO LG-HASH-TOTAL.
               WRITE LEDGER-REC FROM LEDGER-DATA.
               MOVE 'GRADE TRANSACTIONS READ' TO LEDGER-TOTAL-NAME.
               MOVE GT-READ-CT TO LEDGER-TOTAL-VALUE.
               PERFORM 831-WRITE-LEDGER-TOTAL.
               MOVE 'GRADES POSTED' TO LEDGER-TOTAL-NAME.
               MOVE GT-POSTED-CT TO LEDGER-TOTAL-VALUE.
               PERFORM 831-WRITE-LEDGER-TOTAL.
               MOVE 'GRADES CHANGED' TO LEDGER-TOTAL-NAME.
               MOVE GT-CHANGED-CT TO LEDGER-TOTAL-VALUE.
               PERFORM 831-WRITE-LEDGER-TOTAL.
               MOVE 'GRADES ALREADY ON FILE' TO LEDGER-TOTAL-NAME.
               MOVE GT-SAME-CT TO LEDGER-TOTAL-VALUE.
               PERFORM 831-WRITE-LEDGER-TOTAL.
               MOVE 'GRADE TRANSACTIONS REJECTED'
                                 TO LEDGER-TOTAL-NAME.
               MOVE GT-REJECTED-CT TO LEDGER-TOTAL-VALUE.
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
