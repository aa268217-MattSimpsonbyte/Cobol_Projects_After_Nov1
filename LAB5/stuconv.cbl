       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STUCONV.
       AUTHOR. Matthew Simpson.
      *  ONE-TIME CONVERSION THAT STAMPS THE PERMANENT STUDENT ID
      *  FROM THE STUMAST STUDENT MASTER ONTO EVERY EXISTING
      *  STUDENT-KEYED FILE, SO THE LOAN SYSTEM AND THE COURSE
      *  SYSTEM CAN BOTH START MATCHING ON THE ID INSTEAD OF THE
      *  20-CHARACTER NAME.  STUMAST MUST ALREADY HOLD EVERY
      *  STUDENT - BUILD IT FIRST WITH A STUASSGN RUN OF 'A'
      *  TRANSACTIONS IN STUDENT-NAME ORDER, SO THE IDS COME OUT IN
      *  THE SAME ORDER THE LOAN FILES ARE ALREADY SORTED IN.
      *  EACH RECORD'S NAME IS LOOKED UP ON THE MASTER AND THE ID IS
      *  ADDED TO THE RECORD:
      *      COB1-EMPLOYEE  59 BYTES TO 66 - I-STU-ID AT THE END
      *      PAYHIST       102 BYTES TO 109 - PH-STU-ID AT THE END;
      *                    THE LAYOUT-02 TRAILER IS PROVED AND A
      *                    LAYOUT-03 TRAILER WRITTEN IN ITS PLACE
      *      CHGHIST       202 BYTES TO 209 - CH-STU-ID AT THE END
      *      PAYPLAN        34 BYTES TO 41 - PL-STU-ID AT THE END
      *      PAYTRANS       35 BYTES TO 42 - T-STU-ID AT THE END
      *      PAYAUDIT       76 BYTES TO 83 - AU-STU-ID AT THE END
      *      REGREQ         80 BYTES - R-STU-ID IN BYTES 31-37
      *      WAITLIST       80 BYTES - W-STU-ID IN BYTES 51-57
      *      ROSTER         80 BYTES - E-STU-ID IN BYTES 39-45
      *  THE 80-BYTE COURSE-SYSTEM FILES TAKE THE ID IN WHAT WAS
      *  FILLER, SO THEIR LENGTH DOES NOT CHANGE.  EVERY INPUT BUT
      *  COB1-EMPLOYEE AND PAYHIST IS OPTIONAL - A FILE THE SHOP
      *  DOES NOT KEEP SIMPLY CONVERTS AS EMPTY.
      *  A NAME THAT IS NOT ON THE MASTER, OR IS ON IT MORE THAN
      *  ONCE (TWO STUDENTS WHO HAVE BEEN SHARING ONE ACCOUNT), OR
      *  IS BLANK, CANNOT BE RESOLVED - THE RECORD IS STILL WRITTEN,
      *  WITH A STUDENT ID OF ZERO, WHICH EVERY PROGRAM TREATS AS
      *  MATCHING NOBODY, AND IT IS LISTED ON THE REPORT WITH ITS
      *  FILE AND RECORD NUMBER.  THE ID-KEYED LOAN FILES MUST COME
      *  OUT IN ASCENDING ID ORDER, SO ANY RECORD WHOSE ID FALLS
      *  BELOW THE ONE BEFORE IT IS LISTED AS OUT OF SEQUENCE.
      *  NOTHING IS REWRITTEN IN PLACE - EVERY FILE IS WRITTEN TO
      *  ITS -NEW COPY AND OPERATIONS COPIES THEM OVER THE OLD FILES
      *  ONLY WHEN THE REPORT SHOWS NOTHING UNRESOLVED AND NOTHING
      *  OUT OF SEQUENCE.  UNTIL THEN THE OLD FILES ARE UNTOUCHED,
      *  SO CORRECTING STUMAST AND RUNNING THIS AGAIN IS SAFE.  ONCE
      *  THE -NEW FILES ARE PROMOTED IT MUST NEVER RUN AGAIN - THE
      *  LONGER RECORDS WOULD BE MISREAD, AND THE LAYOUT-03 PAYHIST
      *  TRAILER STOPS IT COLD IF IT IS TRIED.
      *  THE RUN IS RECORDED ON THE RUNLEDG RUN-CONTROL LEDGER - THE
      *  STUMAST GENERATION READ (CHECKED AT STARTUP LIKE ANY OTHER
      *  STEP'S INPUT), THE PAYHIST, CHGHIST AND WAITL GENERATIONS
      *  WRITTEN TO THEIR -NEW COPIES, AND THE CONVERSION TOTALS - SO
      *  THE FIRST NIGHTLY STEP AFTER PROMOTION PROVES IT IS READING
      *  THE CONVERTED FILES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT STUMAST-FILE ASSIGN TO 'STUMAST'.
            SELECT OLD-EMPLOYEE ASSIGN TO 'COB1-EMPLOYEE'.
            SELECT NEW-EMPLOYEE ASSIGN TO 'COB1-EMPLOYEE-NEW'.
            SELECT OLD-PAYHIST  ASSIGN TO 'PAYHIST'.
            SELECT NEW-PAYHIST  ASSIGN TO 'PAYHIST-NEW'.
            SELECT OPTIONAL OLD-CHGHIST ASSIGN TO 'CHGHIST'.
            SELECT NEW-CHGHIST  ASSIGN TO 'CHGHIST-NEW'.
            SELECT OPTIONAL OLD-PAYPLAN ASSIGN TO 'PAYPLAN'.
            SELECT NEW-PAYPLAN  ASSIGN TO 'PAYPLAN-NEW'.
            SELECT OPTIONAL OLD-PAYTRANS ASSIGN TO 'PAYTRANS'.
            SELECT NEW-PAYTRANS ASSIGN TO 'PAYTRANS-NEW'.
            SELECT OPTIONAL OLD-PAYAUDIT ASSIGN TO 'PAYAUDIT'.
            SELECT NEW-PAYAUDIT ASSIGN TO 'PAYAUDIT-NEW'.
            SELECT OPTIONAL OLD-REGREQ ASSIGN TO 'REGREQ'.
            SELECT NEW-REGREQ   ASSIGN TO 'REGREQ-NEW'.
            SELECT OPTIONAL OLD-WAITLIST ASSIGN TO 'WAITL'.
            SELECT NEW-WAITLIST ASSIGN TO 'WAITL-NEW'.
            SELECT OPTIONAL OLD-ROSTER ASSIGN TO 'ROSTER'.
            SELECT NEW-ROSTER   ASSIGN TO 'ROSTER-NEW'.
            SELECT PRNT-FILE    ASSIGN TO 'UR-S-STUCONV'.
            SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'RUNLEDG'.

       DATA DIVISION.

       FILE SECTION.
       FD  STUMAST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  STUMAST-REC.
                03  SM-STU-ID                PIC 9(7).
                03  SM-NAME                  PIC X(20).
                03  SM-ADD-DATE              PIC 9(8).
                03  SM-NAME-DATE             PIC 9(8).
                03  FILLER                   PIC X(37).

       FD  OLD-EMPLOYEE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  OLD-EMPLOYEE-REC.
                03  OEM-NAME                 PIC X(20).
                03  FILLER                   PIC X(39).
       FD  NEW-EMPLOYEE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  NEW-EMPLOYEE-REC.
                03  NEM-DATA                 PIC X(59).
                03  NEM-STU-ID               PIC 9(7).

       FD  OLD-PAYHIST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  OLD-PAYHIST-REC.
                03  OPH-NAME                 PIC X(20).
                03  OPH-PAID-COUNT           PIC 99.
                03  OPH-PAID-AMT             PIC 9(4)V99
                          OCCURS 12 TIMES.
                03  OPH-LAST-PAID-DATE       PIC 9(8).
       FD  NEW-PAYHIST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  NEW-PAYHIST-REC.
                03  NPH-DATA                 PIC X(102).
                03  NPH-STU-ID               PIC 9(7).

       FD  OLD-CHGHIST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  OLD-CHGHIST-REC.
                03  OCH-NAME                 PIC X(20).
                03  FILLER                   PIC X(182).
       FD  NEW-CHGHIST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  NEW-CHGHIST-REC.
                03  NCH-DATA                 PIC X(202).
                03  NCH-STU-ID               PIC 9(7).

       FD  OLD-PAYPLAN
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  OLD-PAYPLAN-REC.
                03  OPL-NAME                 PIC X(20).
                03  FILLER                   PIC X(14).
       FD  NEW-PAYPLAN
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  NEW-PAYPLAN-REC.
                03  NPL-DATA                 PIC X(34).
                03  NPL-STU-ID               PIC 9(7).

       FD  OLD-PAYTRANS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  OLD-PAYTRANS-REC.
                03  OPT-NAME                 PIC X(20).
                03  FILLER                   PIC X(15).
       FD  NEW-PAYTRANS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  NEW-PAYTRANS-REC.
                03  NPT-DATA                 PIC X(35).
                03  NPT-STU-ID               PIC 9(7).

       FD  OLD-PAYAUDIT
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  OLD-PAYAUDIT-REC.
                03  OAU-RUN-DATE             PIC 9(8).
                03  OAU-NAME                 PIC X(20).
                03  FILLER                   PIC X(48).
       FD  NEW-PAYAUDIT
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  NEW-PAYAUDIT-REC.
                03  NAU-DATA                 PIC X(76).
                03  NAU-STU-ID               PIC 9(7).

       FD  OLD-REGREQ
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  OLD-REGREQ-REC                    PIC X(80).
       FD  NEW-REGREQ
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  NEW-REGREQ-REC                    PIC X(80).

       FD  OLD-WAITLIST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  OLD-WAITLIST-REC                  PIC X(80).
       FD  NEW-WAITLIST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  NEW-WAITLIST-REC                  PIC X(80).

       FD  OLD-ROSTER
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  OLD-ROSTER-REC                    PIC X(80).
       FD  NEW-ROSTER
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  NEW-ROSTER-REC                    PIC X(80).

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
                03  CONV-SUB                 PIC 99        VALUE 0.
       01  EOF-SWITCHES.
                03  EOF-SM                   PIC 9         VALUE 0.
                03  EOF-F                    PIC 9         VALUE 0.
      **************************************************************
      *    THE COURSE-SYSTEM RECORDS, WITH THE STUDENT ID WHERE     *
      *    TOTAL5 AND WLPROM NOW CARRY IT                           *
      **************************************************************
       01  REGREQ-DATA.
                03  R-COURSE                 PIC X(10).
                03  R-NAME                   PIC X(20).
                03  R-STU-ID                 PIC 9(7).
                03  FILLER                   PIC X(43).
       01  WAITLIST-DATA.
                03  W-COURSE                 PIC X(10).
                03  W-NAME                   PIC X(20).
                03  W-REASON                 PIC X(20).
                03  W-STU-ID                 PIC 9(7).
                03  FILLER                   PIC X(23).
       01  ROSTER-DATA.
                03  E-COURSE                 PIC X(10).
                03  E-NAME                   PIC X(20).
                03  E-DATE                   PIC 9(8).
                03  E-STU-ID                 PIC 9(7).
                03  FILLER                   PIC X(35).
      **************************************************************
      *    EVERY NAME ON THE STUDENT MASTER WITH ITS ID.  A NAME    *
      *    FOUND ON THE MASTER A SECOND TIME IS NOT ADDED AGAIN -   *
      *    THE FIRST ENTRY IS MARKED AMBIGUOUS, SINCE THE OLD FILES *
      *    CANNOT SAY WHICH OF THE TWO STUDENTS A RECORD BELONGS TO *
      **************************************************************
       01  STUDENT-TABLE.
                03  SN-ENTRY        OCCURS 5000 TIMES.
                    05  SN-NAME              PIC X(20).
                    05  SN-STU-ID            PIC 9(7).
                    05  SN-DUP-SW            PIC X.
                        88  SN-AMBIGUOUS                   VALUE 'Y'.
       01  STUDENT-CTL.
                03  SN-COUNT                 PIC 9(4)      VALUE 0.
                03  SN-SUB                   PIC 9(4)      VALUE 0.
                03  SN-FOUND-SW              PIC X         VALUE 'N'.
                    88  SN-NAME-FOUND                      VALUE 'Y'.
                03  STUMAST-READ             PIC 9(7)      VALUE 0.
                03  STUMAST-DUP-CT           PIC 9(5)      VALUE 0.
      **************************************************************
      *    RESULT OF LOOKING ONE NAME UP - A ZERO ID MEANS THE      *
      *    NAME COULD NOT BE RESOLVED, FOR THE REASON GIVEN         *
      **************************************************************
       01  LOOKUP-WORK.
                03  LOOK-NAME                PIC X(20)     VALUE SPACES.
                03  LOOK-STU-ID              PIC 9(7)      VALUE 0.
                03  LOOK-REASON              PIC X(30)     VALUE SPACES.
      **************************************************************
      *    PER-FILE CONTROL TOTALS, ONE ENTRY PER FILE IN THE       *
      *    ORDER THEY ARE CONVERTED.  CF-SEQ-SW IS 'Y' FOR THE      *
      *    ID-KEYED LOAN FILES THAT MUST COME OUT IN ID ORDER       *
      **************************************************************
       01  CONV-FILE-NAMES.
                03  FILLER    PIC X(14) VALUE 'COB1-EMPLOYEEY'.
                03  FILLER    PIC X(14) VALUE 'PAYHIST      Y'.
                03  FILLER    PIC X(14) VALUE 'CHGHIST      Y'.
                03  FILLER    PIC X(14) VALUE 'PAYPLAN      Y'.
                03  FILLER    PIC X(14) VALUE 'PAYTRANS     Y'.
                03  FILLER    PIC X(14) VALUE 'PAYAUDIT     N'.
                03  FILLER    PIC X(14) VALUE 'REGREQ       N'.
                03  FILLER    PIC X(14) VALUE 'WAITLIST     N'.
                03  FILLER    PIC X(14) VALUE 'ROSTER       N'.
       01  CONV-FILE-NAME-TABLE REDEFINES CONV-FILE-NAMES.
                03  CF-NAME-ENTRY   OCCURS 9 TIMES.
                    05  CF-LABEL             PIC X(13).
                    05  CF-SEQ-SW            PIC X.
                        88  CF-SEQ-CHECKED                 VALUE 'Y'.
       01  CONV-FILE-COUNTS.
                03  CF-COUNT-ENTRY  OCCURS 9 TIMES.
                    05  CF-READ              PIC 9(7).
                    05  CF-WRITTEN           PIC 9(7).
                    05  CF-UNRESOLVED        PIC 9(7).
                    05  CF-OUT-OF-SEQ        PIC 9(7).
                    05  CF-PREV-ID           PIC 9(7).
       01  CONV-FILE-CTL.
                03  CF-SUB                   PIC 99        VALUE 0.
                03  TOTAL-UNRESOLVED         PIC 9(7)      VALUE 0.
                03  TOTAL-OUT-OF-SEQ         PIC 9(7)      VALUE 0.
      **************************************************************
      *    PAYHIST CONTROL TRAILER - THE LAYOUT-02 TRAILER ON THE   *
      *    OLD MASTER IS PROVED AGAINST WHAT WAS READ, AND A        *
      *    LAYOUT-03 TRAILER (109 BYTES, CARRYING THE ID) IS        *
      *    WRITTEN AS THE LAST RECORD OF THE CONVERTED MASTER       *
      **************************************************************
       01  OLD-TRAILER-DATA.
                03  OTR-ID                  PIC X(20).
                03  OTR-REC-COUNT           PIC 9(7).
                03  OTR-TOTAL-PAID          PIC 9(9)V99.
                03  OTR-LAYOUT-VERSION      PIC 99.
                03  OTR-RUN-DATE            PIC 9(8).
                03  FILLER                  PIC X(54).
       01  TRAILER-DATA.
                03  TR-ID                   PIC X(20).
                03  TR-REC-COUNT            PIC 9(7).
                03  TR-TOTAL-PAID           PIC 9(9)V99.
                03  TR-LAYOUT-VERSION       PIC 99.
                03  TR-RUN-DATE             PIC 9(8).
                03  FILLER                  PIC X(61).
       01  TRAILER-CONSTANTS.
                03  TRAILER-ID              PIC X(20)      VALUE
                    '*** PAYHIST TRAILER*'.
                03  OLD-LAYOUT-VER          PIC 99         VALUE 02.
                03  PAYHIST-LAYOUT-VER      PIC 99         VALUE 03.
       01  TRAILER-CTL.
                03  PH-TRAILER-SEEN-SW      PIC X          VALUE 'N'.
                    88  PAYHIST-TRAILER-SEEN               VALUE 'Y'.
                03  VER-PAID-TOTAL          PIC 9(9)V99    VALUE 0.
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
                    'STUCONV'.
                03  LEDGER-TITLE            PIC X(40)      VALUE
                    'STUDENT ID CONVERSION'.
                03  LEDGER-TIME             PIC 9(8)       VALUE 0.
                03  EOF-LG                  PIC 9          VALUE 0.
                03  EOF-LP                  PIC 9          VALUE 0.
                03  GEN-SUB                 PIC 9          VALUE 0.
                03  GEN-COUNT               PIC 9          VALUE 4.
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
                03  GEN-ENTRY       OCCURS 4 TIMES.
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
      *    CONVERTED CHARGE-HISTORY RECORD AS THE LEDGER            *
      *    FINGERPRINTS IT - THE SAME LAYOUT ASSESS5 AND TUIT5 READ *
      **************************************************************
       01  CHGHIST-REC.
                03  CH-NAME                  PIC X(20).
                03  CH-CHG-COUNT             PIC 99.
                03  CH-CHG-ENTRY             OCCURS 12 TIMES.
                    05  CH-CHG-AMT           PIC 9(4)V99.
                    05  CH-CHG-TYPE          PIC X.
                    05  CH-CHG-DATE          PIC 9(8).
                03  CH-STU-ID                PIC 9(7).
      **************************************************************
      *      LAYOUT FOR THE CONVERSION REPORT LINES                 *
      **************************************************************
       01  CONV-HEADING.
                03  FILLER                 PIC X(37)      VALUE
                    'STUDENT ID CONVERSION REPORT'.
                03  CH-DATE                PIC 9(8).
       01  EXCEPTION-HEADING.
                03  FILLER                 PIC X(15)      VALUE
                    'FILE'.
                03  FILLER                 PIC X(9)       VALUE
                    'RECORD'.
                03  FILLER                 PIC X(23)      VALUE
                    'NAME'.
                03  FILLER                 PIC X(9)       VALUE
                    'ID'.
                03  FILLER                 PIC X(30)      VALUE
                    'EXCEPTION'.
       01  EXCEPTION-LINE.
                03  EXL-FILE               PIC X(13).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  EXL-RECORD             PIC ZZZZZZ9.
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  EXL-NAME               PIC X(20).
                03  FILLER                 PIC X(3)       VALUE SPACES.
                03  EXL-STU-ID             PIC 9(7).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  EXL-REASON             PIC X(30).
       01  NO-EXCEPTION-LINE.
                03  FILLER                 PIC X(45)      VALUE
                    'NO UNRESOLVED OR OUT-OF-SEQUENCE RECORDS'.
       01  MASTER-LINE1.
                03  FILLER                 PIC X(35)      VALUE
                    'STUDENT MASTER RECORDS READ'.
                03  ML-READ                PIC ZZZZZZ9.
       01  MASTER-LINE2.
                03  FILLER                 PIC X(35)      VALUE
                    'NAMES ON THE MASTER MORE THAN ONCE'.
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  ML-DUPS                PIC ZZZZ9.
       01  TOTALS-HEADING.
                03  FILLER                 PIC X(15)      VALUE
                    'FILE'.
                03  FILLER                 PIC X(11)      VALUE
                    '     READ'.
                03  FILLER                 PIC X(11)      VALUE
                    '  WRITTEN'.
                03  FILLER                 PIC X(12)      VALUE
                    ' UNRESOLVED'.
                03  FILLER                 PIC X(12)      VALUE
                    ' OUT OF SEQ'.
       01  TOTALS-LINE.
                03  TL-FILE                PIC X(13).
                03  FILLER                 PIC X(4)       VALUE SPACES.
                03  TL-READ                PIC ZZZZZZ9.
                03  FILLER                 PIC X(4)       VALUE SPACES.
                03  TL-WRITTEN             PIC ZZZZZZ9.
                03  FILLER                 PIC X(5)       VALUE SPACES.
                03  TL-UNRESOLVED          PIC ZZZZZZ9.
                03  FILLER                 PIC X(5)       VALUE SPACES.
                03  TL-OUT-OF-SEQ          PIC ZZZZZZ9.
       01  TOTALS-BALANCE-LINE.
                03  FILLER                 PIC X(43)      VALUE
                    'OUT OF BALANCE - RECORDS READ NOT EQUAL TO '.
                03  FILLER                 PIC X(30)      VALUE
                    'RECORDS WRITTEN ON A FILE'.
       01  DO-NOT-PROMOTE-LINE1.
                03  FILLER                 PIC X(46)      VALUE
                    '*** DO NOT PROMOTE THE -NEW FILES - CORRECT '.
                03  FILLER                 PIC X(40)      VALUE
                    'STUMAST OR THE OLD FILES AND RERUN'.
       01  DO-NOT-PROMOTE-LINE2.
                03  FILLER                 PIC X(46)      VALUE
                    '*** UNRESOLVED RECORDS CARRY STUDENT ID ZERO '.
                03  FILLER                 PIC X(40)      VALUE
                    'AND WILL MATCH NO STUDENT'.
       01  READY-LINE.
                03  FILLER                 PIC X(46)      VALUE
                    'ALL RECORDS RESOLVED - THE -NEW FILES MAY BE '.
                03  FILLER                 PIC X(40)      VALUE
                    'COPIED OVER THE OLD FILES'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                ACCEPT RUN-DATE FROM DATE YYYYMMDD.
                PERFORM 0100-CHECK-RUN-LEDGER.
                MOVE ZEROS TO CONV-FILE-COUNTS.
                OPEN OUTPUT PRNT-FILE.
                MOVE RUN-DATE TO CH-DATE.
                WRITE PRNT-REC FROM CONV-HEADING
                    AFTER ADVANCING PAGE.
                WRITE PRNT-REC FROM EXCEPTION-HEADING
                    AFTER ADVANCING 2 LINES.
                PERFORM 1000-LOAD-STUDENT-MASTER.
                PERFORM 3100-CONVERT-EMPLOYEE.
                PERFORM 3200-CONVERT-PAYHIST.
                PERFORM 3300-CONVERT-CHGHIST.
                PERFORM 3400-CONVERT-PAYPLAN.
                PERFORM 3500-CONVERT-PAYTRANS.
                PERFORM 3600-CONVERT-PAYAUDIT.
                PERFORM 3700-CONVERT-REGREQ.
                PERFORM 3800-CONVERT-WAITLIST.
                PERFORM 3900-CONVERT-ROSTER.
                PERFORM 8000-CONVERSION-REPORT.
                CLOSE PRNT-FILE.
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
                MOVE 'I'        TO GEN-USE(1).
                MOVE 'PAYHIST'  TO GEN-FILE(2).
                MOVE 'O'        TO GEN-USE(2).
                MOVE 'CHGHIST'  TO GEN-FILE(3).
                MOVE 'O'        TO GEN-USE(3).
                MOVE 'WAITL'    TO GEN-FILE(4).
                MOVE 'O'        TO GEN-USE(4).
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
                DISPLAY 'STUCONV - ' GEN-FILE(GEN-SUB)
                        ' IS NOT GENERATION ' GEN-W-GEN(GEN-SUB)
                        ' WRITTEN BY ' GEN-W-STEP(GEN-SUB)
                        ' ON ' GEN-W-DATE(GEN-SUB).
                DISPLAY 'STUCONV - COPY THE NEW FILE FROM '
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
                OPEN INPUT STUMAST-FILE.
                PERFORM 0245-READ-STUMAST-PASS
                    UNTIL EOF-LP = 1.
                CLOSE STUMAST-FILE.
                MOVE FP-COUNT TO GEN-CUR-COUNT(1).
                MOVE FP-HASH  TO GEN-CUR-HASH(1).
       0245-READ-STUMAST-PASS.
                READ STUMAST-FILE
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   ADD 1 TO FP-COUNT
                   IF SM-STU-ID NUMERIC
                      AND SM-NAME-DATE NUMERIC
                      ADD SM-STU-ID SM-NAME-DATE TO FP-HASH.
      **************************************************************
      *   LOADS THE WHOLE STUDENT MASTER INTO THE NAME TABLE.  A    *
      *   MASTER TOO BIG FOR THE TABLE WOULD LEAVE REAL STUDENTS    *
      *   UNRESOLVABLE, SO THE RUN STOPS RATHER THAN GUESS          *
      **************************************************************
       1000-LOAD-STUDENT-MASTER.
                OPEN INPUT STUMAST-FILE.
                PERFORM 1050-READ-STUMAST.
                PERFORM 1100-LOAD-ONE-STUDENT
                    UNTIL EOF-SM = 1.
                CLOSE STUMAST-FILE.
                IF SN-COUNT = 0
                   DISPLAY 'STUCONV - STUDENT MASTER IS EMPTY - '
                           'BUILD IT WITH STUASSGN FIRST'
                   MOVE 'STUMAST' TO STOP-FILE
                   MOVE 'STUDENT MASTER EMPTY' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
       1050-READ-STUMAST.
                READ STUMAST-FILE
                    AT END MOVE 1 TO EOF-SM.
                IF EOF-SM NOT = 1
                   ADD 1 TO STUMAST-READ.
       1100-LOAD-ONE-STUDENT.
                MOVE SM-NAME TO LOOK-NAME.
                PERFORM 1550-FIND-NAME.
                IF SN-NAME-FOUND
                   PERFORM 1150-MARK-AMBIGUOUS
                ELSE
                IF SN-COUNT NOT < 5000
                   DISPLAY 'STUCONV - STUDENT MASTER HOLDS MORE THAN '
                           '5000 STUDENTS'
                   MOVE 'STUMAST' TO STOP-FILE
                   MOVE 'OVER 5000 STUDENTS' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN
                ELSE
                   ADD 1 TO SN-COUNT
                   MOVE SM-NAME   TO SN-NAME(SN-COUNT)
                   MOVE SM-STU-ID TO SN-STU-ID(SN-COUNT)
                   MOVE 'N'       TO SN-DUP-SW(SN-COUNT).
                PERFORM 1050-READ-STUMAST.
       1150-MARK-AMBIGUOUS.
                IF NOT SN-AMBIGUOUS(SN-SUB)
                   MOVE 'Y' TO SN-DUP-SW(SN-SUB)
                   ADD 1 TO STUMAST-DUP-CT.
      **************************************************************
      *   RESOLVES LOOK-NAME TO A STUDENT ID FOR THE FILE NUMBERED  *
      *   CF-SUB.  AN UNRESOLVED NAME GETS ID ZERO AND IS LISTED;   *
      *   ON AN ID-KEYED FILE A RESOLVED ID LOWER THAN THE ONE      *
      *   BEFORE IT IS LISTED AS OUT OF SEQUENCE                    *
      **************************************************************
       1500-RESOLVE-NAME.
                MOVE 0      TO LOOK-STU-ID.
                MOVE SPACES TO LOOK-REASON.
                IF LOOK-NAME = SPACES
                   MOVE 'NO NAME ON RECORD' TO LOOK-REASON
                ELSE
                   PERFORM 1550-FIND-NAME
                   IF NOT SN-NAME-FOUND
                      MOVE 'NAME NOT ON STUDENT MASTER'
                                              TO LOOK-REASON
                   ELSE
                   IF SN-AMBIGUOUS(SN-SUB)
                      MOVE 'NAME ON MASTER MORE THAN ONCE'
                                              TO LOOK-REASON
                   ELSE
                      MOVE SN-STU-ID(SN-SUB) TO LOOK-STU-ID.
                IF LOOK-STU-ID = 0
                   ADD 1 TO CF-UNRESOLVED(CF-SUB)
                   ADD 1 TO TOTAL-UNRESOLVED
                   PERFORM 1600-PRINT-EXCEPTION
                ELSE
                IF CF-SEQ-CHECKED(CF-SUB)
                   IF LOOK-STU-ID < CF-PREV-ID(CF-SUB)
                      MOVE 'OUT OF STUDENT ID SEQUENCE'
                                              TO LOOK-REASON
                      ADD 1 TO CF-OUT-OF-SEQ(CF-SUB)
                      ADD 1 TO TOTAL-OUT-OF-SEQ
                      PERFORM 1600-PRINT-EXCEPTION
                   ELSE
                      MOVE LOOK-STU-ID TO CF-PREV-ID(CF-SUB).
       1550-FIND-NAME.
                MOVE 'N' TO SN-FOUND-SW.
                PERFORM 1560-CHECK-ONE-NAME
                    VARYING SN-SUB FROM 1 BY 1
                    UNTIL SN-SUB > SN-COUNT
                    OR SN-NAME-FOUND.
                IF SN-NAME-FOUND
                   SUBTRACT 1 FROM SN-SUB.
       1560-CHECK-ONE-NAME.
                IF SN-NAME(SN-SUB) = LOOK-NAME
                   SET SN-NAME-FOUND TO TRUE.
       1600-PRINT-EXCEPTION.
                MOVE CF-LABEL(CF-SUB) TO EXL-FILE.
                MOVE CF-READ(CF-SUB)  TO EXL-RECORD.
                MOVE LOOK-NAME        TO EXL-NAME.
                MOVE LOOK-STU-ID      TO EXL-STU-ID.
                MOVE LOOK-REASON      TO EXL-REASON.
                WRITE PRNT-REC FROM EXCEPTION-LINE
                    AFTER ADVANCING 1 LINE.
      **************************************************************
      *   COB1-EMPLOYEE - THE STUDENT LOAN FILE                     *
      **************************************************************
       3100-CONVERT-EMPLOYEE.
                MOVE 1 TO CF-SUB.
                MOVE 0 TO EOF-F.
                OPEN INPUT OLD-EMPLOYEE.
                OPEN OUTPUT NEW-EMPLOYEE.
                PERFORM 3110-READ-EMPLOYEE.
                PERFORM 3150-STAMP-EMPLOYEE
                    UNTIL EOF-F = 1.
                CLOSE OLD-EMPLOYEE
                      NEW-EMPLOYEE.
       3110-READ-EMPLOYEE.
                READ OLD-EMPLOYEE
                    AT END MOVE 1 TO EOF-F.
                IF EOF-F NOT = 1
                   ADD 1 TO CF-READ(CF-SUB).
       3150-STAMP-EMPLOYEE.
                MOVE OEM-NAME TO LOOK-NAME.
                PERFORM 1500-RESOLVE-NAME.
                MOVE OLD-EMPLOYEE-REC TO NEM-DATA.
                MOVE LOOK-STU-ID      TO NEM-STU-ID.
                WRITE NEW-EMPLOYEE-REC.
                ADD 1 TO CF-WRITTEN(CF-SUB).
                PERFORM 3110-READ-EMPLOYEE.
      **************************************************************
      *   PAYHIST - THE PAYMENT-HISTORY MASTER.  THE OLD MASTER     *
      *   MUST END IN A PROVABLE LAYOUT-02 TRAILER; THE CONVERTED   *
      *   MASTER ENDS IN A LAYOUT-03 TRAILER WITH THE SAME COUNT    *
      *   AND PAID TOTAL                                            *
      **************************************************************
       3200-CONVERT-PAYHIST.
                MOVE 2 TO CF-SUB.
                MOVE 0 TO EOF-F.
                OPEN INPUT OLD-PAYHIST.
                OPEN OUTPUT NEW-PAYHIST.
                PERFORM 3210-READ-PAYHIST.
                PERFORM 3250-STAMP-PAYHIST
                    UNTIL EOF-F = 1.
                IF NOT PAYHIST-TRAILER-SEEN
                   DISPLAY 'STUCONV - NO CONTROL TRAILER ON PAYHIST - '
                           'PARTIAL COPY OR UNSTAMPED MASTER'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'NO CONTROL TRAILER' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                MOVE TRAILER-ID          TO TR-ID.
                MOVE CF-WRITTEN(CF-SUB)  TO TR-REC-COUNT.
                MOVE VER-PAID-TOTAL      TO TR-TOTAL-PAID.
                MOVE PAYHIST-LAYOUT-VER  TO TR-LAYOUT-VERSION.
                MOVE RUN-DATE            TO TR-RUN-DATE.
                MOVE SPACES TO TRAILER-DATA(49:61).
                WRITE NEW-PAYHIST-REC FROM TRAILER-DATA.
                CLOSE OLD-PAYHIST
                      NEW-PAYHIST.
       3210-READ-PAYHIST.
                READ OLD-PAYHIST
                    AT END MOVE 1 TO EOF-F.
                IF EOF-F NOT = 1
                   AND OPH-NAME = TRAILER-ID
                   MOVE OLD-PAYHIST-REC TO OLD-TRAILER-DATA
                   PERFORM 3220-VERIFY-PAYHIST-TRAILER
                   PERFORM 3230-REQUIRE-EOF-AFTER-TRAILER
                   MOVE 1 TO EOF-F.
                IF EOF-F NOT = 1
                   ADD 1 TO CF-READ(CF-SUB)
                   PERFORM 3215-SUM-ONE-PH-AMT
                       VARYING CONV-SUB FROM 1 BY 1
                       UNTIL CONV-SUB > OPH-PAID-COUNT.
       3215-SUM-ONE-PH-AMT.
                ADD OPH-PAID-AMT(CONV-SUB) TO VER-PAID-TOTAL.
      **************************************************************
      *   PROVES THE OLD MASTER'S TRAILER - A LAYOUT-03 TRAILER     *
      *   MEANS THIS MASTER WAS ALREADY CONVERTED                   *
      **************************************************************
       3220-VERIFY-PAYHIST-TRAILER.
                MOVE 'Y' TO PH-TRAILER-SEEN-SW.
                IF OTR-REC-COUNT NOT NUMERIC
                   OR OTR-TOTAL-PAID NOT NUMERIC
                   OR OTR-LAYOUT-VERSION NOT NUMERIC
                   DISPLAY 'STUCONV - PAYHIST TRAILER UNREADABLE'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'TRAILER UNREADABLE' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF OTR-LAYOUT-VERSION NOT = OLD-LAYOUT-VER
                   DISPLAY 'STUCONV - PAYHIST LAYOUT VERSION '
                           OTR-LAYOUT-VERSION ' NOT THE EXPECTED '
                           OLD-LAYOUT-VER ' - ALREADY CONVERTED?'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'WRONG LAYOUT VERSION' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF OTR-REC-COUNT NOT = CF-READ(CF-SUB)
                   OR OTR-TOTAL-PAID NOT = VER-PAID-TOTAL
                   DISPLAY 'STUCONV - PAYHIST TRAILER DOES NOT MATCH '
                           'FILE CONTENTS - PARTIAL OR CORRUPT COPY'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'TRAILER DOES NOT MATCH' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
       3230-REQUIRE-EOF-AFTER-TRAILER.
                READ OLD-PAYHIST
                    AT END MOVE 1 TO EOF-F.
                IF EOF-F NOT = 1
                   DISPLAY 'STUCONV - RECORDS FOUND BEHIND THE PAYHIST '
                           'TRAILER - MASTER WAS APPENDED TO, NOT '
                           'REPLACED'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'RECORDS BEHIND TRAILER' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
       3250-STAMP-PAYHIST.
                MOVE OPH-NAME TO LOOK-NAME.
                PERFORM 1500-RESOLVE-NAME.
                MOVE OLD-PAYHIST-REC TO NPH-DATA.
                MOVE LOOK-STU-ID     TO NPH-STU-ID.
                WRITE NEW-PAYHIST-REC.
                ADD 1 TO CF-WRITTEN(CF-SUB).
                PERFORM 3210-READ-PAYHIST.
      **************************************************************
      *   CHGHIST - THE CHARGE-HISTORY MASTER                       *
      **************************************************************
       3300-CONVERT-CHGHIST.
                MOVE 3 TO CF-SUB.
                MOVE 0 TO EOF-F.
                OPEN INPUT OLD-CHGHIST.
                OPEN OUTPUT NEW-CHGHIST.
                PERFORM 3310-READ-CHGHIST.
                PERFORM 3350-STAMP-CHGHIST
                    UNTIL EOF-F = 1.
                CLOSE OLD-CHGHIST
                      NEW-CHGHIST.
       3310-READ-CHGHIST.
                READ OLD-CHGHIST
                    AT END MOVE 1 TO EOF-F.
                IF EOF-F NOT = 1
                   ADD 1 TO CF-READ(CF-SUB).
       3350-STAMP-CHGHIST.
                MOVE OCH-NAME TO LOOK-NAME.
                PERFORM 1500-RESOLVE-NAME.
                MOVE OLD-CHGHIST-REC TO NCH-DATA.
                MOVE LOOK-STU-ID     TO NCH-STU-ID.
                WRITE NEW-CHGHIST-REC.
                ADD 1 TO CF-WRITTEN(CF-SUB).
                PERFORM 3310-READ-CHGHIST.
      **************************************************************
      *   PAYPLAN - PAYMENT-PLAN AGREEMENTS                         *
      **************************************************************
       3400-CONVERT-PAYPLAN.
                MOVE 4 TO CF-SUB.
                MOVE 0 TO EOF-F.
                OPEN INPUT OLD-PAYPLAN.
                OPEN OUTPUT NEW-PAYPLAN.
                PERFORM 3410-READ-PAYPLAN.
                PERFORM 3450-STAMP-PAYPLAN
                    UNTIL EOF-F = 1.
                CLOSE OLD-PAYPLAN
                      NEW-PAYPLAN.
       3410-READ-PAYPLAN.
                READ OLD-PAYPLAN
                    AT END MOVE 1 TO EOF-F.
                IF EOF-F NOT = 1
                   ADD 1 TO CF-READ(CF-SUB).
       3450-STAMP-PAYPLAN.
                MOVE OPL-NAME TO LOOK-NAME.
                PERFORM 1500-RESOLVE-NAME.
                MOVE OLD-PAYPLAN-REC TO NPL-DATA.
                MOVE LOOK-STU-ID     TO NPL-STU-ID.
                WRITE NEW-PAYPLAN-REC.
                ADD 1 TO CF-WRITTEN(CF-SUB).
                PERFORM 3410-READ-PAYPLAN.
      **************************************************************
      *   PAYTRANS - ANY PAYMENT TRANSACTIONS NOT YET POSTED        *
      **************************************************************
       3500-CONVERT-PAYTRANS.
                MOVE 5 TO CF-SUB.
                MOVE 0 TO EOF-F.
                OPEN INPUT OLD-PAYTRANS.
                OPEN OUTPUT NEW-PAYTRANS.
                PERFORM 3510-READ-PAYTRANS.
                PERFORM 3550-STAMP-PAYTRANS
                    UNTIL EOF-F = 1.
                CLOSE OLD-PAYTRANS
                      NEW-PAYTRANS.
       3510-READ-PAYTRANS.
                READ OLD-PAYTRANS
                    AT END MOVE 1 TO EOF-F.
                IF EOF-F NOT = 1
                   ADD 1 TO CF-READ(CF-SUB).
       3550-STAMP-PAYTRANS.
                MOVE OPT-NAME TO LOOK-NAME.
                PERFORM 1500-RESOLVE-NAME.
                MOVE OLD-PAYTRANS-REC TO NPT-DATA.
                MOVE LOOK-STU-ID      TO NPT-STU-ID.
                WRITE NEW-PAYTRANS-REC.
                ADD 1 TO CF-WRITTEN(CF-SUB).
                PERFORM 3510-READ-PAYTRANS.
      **************************************************************
      *   PAYAUDIT - THE POSTING AUDIT TRAIL, IN RUN-DATE ORDER     *
      **************************************************************
       3600-CONVERT-PAYAUDIT.
                MOVE 6 TO CF-SUB.
                MOVE 0 TO EOF-F.
                OPEN INPUT OLD-PAYAUDIT.
                OPEN OUTPUT NEW-PAYAUDIT.
                PERFORM 3610-READ-PAYAUDIT.
                PERFORM 3650-STAMP-PAYAUDIT
                    UNTIL EOF-F = 1.
                CLOSE OLD-PAYAUDIT
                      NEW-PAYAUDIT.
       3610-READ-PAYAUDIT.
                READ OLD-PAYAUDIT
                    AT END MOVE 1 TO EOF-F.
                IF EOF-F NOT = 1
                   ADD 1 TO CF-READ(CF-SUB).
       3650-STAMP-PAYAUDIT.
                MOVE OAU-NAME TO LOOK-NAME.
                PERFORM 1500-RESOLVE-NAME.
                MOVE OLD-PAYAUDIT-REC TO NAU-DATA.
                MOVE LOOK-STU-ID      TO NAU-STU-ID.
                WRITE NEW-PAYAUDIT-REC.
                ADD 1 TO CF-WRITTEN(CF-SUB).
                PERFORM 3610-READ-PAYAUDIT.
      **************************************************************
      *   REGREQ - REGISTRATION REQUESTS NOT YET APPLIED            *
      **************************************************************
       3700-CONVERT-REGREQ.
                MOVE 7 TO CF-SUB.
                MOVE 0 TO EOF-F.
                OPEN INPUT OLD-REGREQ.
                OPEN OUTPUT NEW-REGREQ.
                PERFORM 3710-READ-REGREQ.
                PERFORM 3750-STAMP-REGREQ
                    UNTIL EOF-F = 1.
                CLOSE OLD-REGREQ
                      NEW-REGREQ.
       3710-READ-REGREQ.
                READ OLD-REGREQ INTO REGREQ-DATA
                    AT END MOVE 1 TO EOF-F.
                IF EOF-F NOT = 1
                   ADD 1 TO CF-READ(CF-SUB).
       3750-STAMP-REGREQ.
                MOVE R-NAME TO LOOK-NAME.
                PERFORM 1500-RESOLVE-NAME.
                MOVE LOOK-STU-ID TO R-STU-ID.
                WRITE NEW-REGREQ-REC FROM REGREQ-DATA.
                ADD 1 TO CF-WRITTEN(CF-SUB).
                PERFORM 3710-READ-REGREQ.
      **************************************************************
      *   WAITLIST - STUDENTS HELD FOR A SEAT                       *
      **************************************************************
       3800-CONVERT-WAITLIST.
                MOVE 8 TO CF-SUB.
                MOVE 0 TO EOF-F.
                OPEN INPUT OLD-WAITLIST.
                OPEN OUTPUT NEW-WAITLIST.
                PERFORM 3810-READ-WAITLIST.
                PERFORM 3850-STAMP-WAITLIST
                    UNTIL EOF-F = 1.
                CLOSE OLD-WAITLIST
                      NEW-WAITLIST.
       3810-READ-WAITLIST.
                READ OLD-WAITLIST INTO WAITLIST-DATA
                    AT END MOVE 1 TO EOF-F.
                IF EOF-F NOT = 1
                   ADD 1 TO CF-READ(CF-SUB).
       3850-STAMP-WAITLIST.
                MOVE W-NAME TO LOOK-NAME.
                PERFORM 1500-RESOLVE-NAME.
                MOVE LOOK-STU-ID TO W-STU-ID.
                WRITE NEW-WAITLIST-REC FROM WAITLIST-DATA.
                ADD 1 TO CF-WRITTEN(CF-SUB).
                ADD W-STU-ID TO GEN-NEW-HASH(4).
                PERFORM 3810-READ-WAITLIST.
      **************************************************************
      *   ROSTER - THE CURRENT TERM'S ENROLLMENTS                   *
      **************************************************************
       3900-CONVERT-ROSTER.
                MOVE 9 TO CF-SUB.
                MOVE 0 TO EOF-F.
                OPEN INPUT OLD-ROSTER.
                OPEN OUTPUT NEW-ROSTER.
                PERFORM 3910-READ-ROSTER.
                PERFORM 3950-STAMP-ROSTER
                    UNTIL EOF-F = 1.
                CLOSE OLD-ROSTER
                      NEW-ROSTER.
       3910-READ-ROSTER.
                READ OLD-ROSTER INTO ROSTER-DATA
                    AT END MOVE 1 TO EOF-F.
                IF EOF-F NOT = 1
                   ADD 1 TO CF-READ(CF-SUB).
       3950-STAMP-ROSTER.
                MOVE E-NAME TO LOOK-NAME.
                PERFORM 1500-RESOLVE-NAME.
                MOVE LOOK-STU-ID TO E-STU-ID.
                WRITE NEW-ROSTER-REC FROM ROSTER-DATA.
                ADD 1 TO CF-WRITTEN(CF-SUB).
                PERFORM 3910-READ-ROSTER.
      **************************************************************
      *   RECORDS THIS RUN ON THE RUN-CONTROL LEDGER - THE STEP,    *
      *   EVERY GENERATION READ AND WRITTEN, AND THE CONTROL        *
      *   TOTALS - ONLY ONCE EVERYTHING ELSE HAS CLOSED CLEANLY     *
      **************************************************************
       7800-POST-RUN-LEDGER.
                MOVE CF-WRITTEN(2)  TO GEN-NEW-COUNT(2).
                MOVE VER-PAID-TOTAL TO GEN-NEW-HASH(2).
                MOVE RUN-DATE       TO GEN-NEW-STAMP(2).
                PERFORM 7830-FINGERPRINT-NEW-CHGHIST.
                MOVE CF-WRITTEN(8)  TO GEN-NEW-COUNT(4).
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
                MOVE 'STUMAST RECORDS READ' TO LEDGER-TOTAL-NAME.
                MOVE STUMAST-READ TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'PAYHIST RECORDS WRITTEN' TO LEDGER-TOTAL-NAME.
                MOVE CF-WRITTEN(2) TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'CHGHIST RECORDS WRITTEN' TO LEDGER-TOTAL-NAME.
                MOVE CF-WRITTEN(3) TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'WAITLIST RECORDS WRITTEN' TO LEDGER-TOTAL-NAME.
                MOVE CF-WRITTEN(8) TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'RECORDS UNRESOLVED' TO LEDGER-TOTAL-NAME.
                MOVE TOTAL-UNRESOLVED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'RECORDS OUT OF SEQUENCE' TO LEDGER-TOTAL-NAME.
                MOVE TOTAL-OUT-OF-SEQ TO LEDGER-TOTAL-VALUE.
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
      *   FINGERPRINTS CHGHIST-NEW AS IT WAS ACTUALLY WRITTEN, THE  *
      *   SAME WAY THE NEXT STEP WILL FINGERPRINT IT AS CHGHIST     *
      **************************************************************
       7830-FINGERPRINT-NEW-CHGHIST.
                MOVE 0 TO EOF-LP.
                MOVE 0 TO FP-COUNT.
                MOVE 0 TO FP-HASH.
                OPEN INPUT NEW-CHGHIST.
                PERFORM 7835-READ-NEW-CHGHIST-PASS
                    UNTIL EOF-LP = 1.
                CLOSE NEW-CHGHIST.
                MOVE FP-COUNT TO GEN-NEW-COUNT(3).
                MOVE FP-HASH  TO GEN-NEW-HASH(3).
       7835-READ-NEW-CHGHIST-PASS.
                READ NEW-CHGHIST INTO CHGHIST-REC
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   PERFORM 7840-HASH-CHGHIST-REC.
       7840-HASH-CHGHIST-REC.
                ADD 1 TO FP-COUNT.
                IF CH-STU-ID NUMERIC
                   ADD CH-STU-ID TO FP-HASH.
                IF CH-CHG-COUNT NUMERIC
                   AND CH-CHG-COUNT NOT > 12
                   PERFORM 7845-HASH-ONE-CHARGE
                       VARYING FP-SUB FROM 1 BY 1
                       UNTIL FP-SUB > CH-CHG-COUNT.
       7845-HASH-ONE-CHARGE.
                IF CH-CHG-AMT(FP-SUB) NUMERIC
                   ADD CH-CHG-AMT(FP-SUB) TO FP-HASH.
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
      *   STOPS THE RUN COLD - THE -NEW FILES FROM AN ABORTED RUN   *
      *   MUST NEVER BE COPIED OVER THE LIVE FILES                  *
      **************************************************************
       9999-ABORT-RUN.
                IF NOT STOP-RECORDED
                   PERFORM 9990-RECORD-STOP.
                DISPLAY 'STUCONV - RUN STOPPED - DO NOT PROMOTE ANY '
                        '-NEW FILE FROM THIS RUN'.
                STOP RUN.
      **************************************************************
      *   PRINTS THE PER-FILE CONTROL TOTALS AND WHETHER THE        *
      *   CONVERTED FILES ARE FIT TO PROMOTE                        *
      **************************************************************
       8000-CONVERSION-REPORT.
                IF TOTAL-UNRESOLVED = 0
                   AND TOTAL-OUT-OF-SEQ = 0
                    WRITE PRNT-REC FROM NO-EXCEPTION-LINE
                        AFTER ADVANCING 1 LINE.
                WRITE PRNT-REC FROM CONV-HEADING
                    AFTER ADVANCING PAGE.
                MOVE STUMAST-READ   TO ML-READ.
                WRITE PRNT-REC FROM MASTER-LINE1
                    AFTER ADVANCING 2 LINES.
                MOVE STUMAST-DUP-CT TO ML-DUPS.
                WRITE PRNT-REC FROM MASTER-LINE2
                    AFTER ADVANCING 1 LINE.
                WRITE PRNT-REC FROM TOTALS-HEADING
                    AFTER ADVANCING 2 LINES.
                PERFORM 8100-PRINT-FILE-TOTALS
                    VARYING CF-SUB FROM 1 BY 1
                    UNTIL CF-SUB > 9.
                IF TOTAL-UNRESOLVED > 0
                   OR TOTAL-OUT-OF-SEQ > 0
                    WRITE PRNT-REC FROM DO-NOT-PROMOTE-LINE1
                        AFTER ADVANCING 2 LINES
                    WRITE PRNT-REC FROM DO-NOT-PROMOTE-LINE2
                        AFTER ADVANCING 1 LINE
                ELSE
                    WRITE PRNT-REC FROM READY-LINE
                        AFTER ADVANCING 2 LINES.
       8100-PRINT-FILE-TOTALS.
                MOVE CF-LABEL(CF-SUB)      TO TL-FILE.
                MOVE CF-READ(CF-SUB)       TO TL-READ.
                MOVE CF-WRITTEN(CF-SUB)    TO TL-WRITTEN.
                MOVE CF-UNRESOLVED(CF-SUB) TO TL-UNRESOLVED.
                MOVE CF-OUT-OF-SEQ(CF-SUB) TO TL-OUT-OF-SEQ.
                WRITE PRNT-REC FROM TOTALS-LINE
                    AFTER ADVANCING 1 LINE.
                IF CF-READ(CF-SUB) NOT = CF-WRITTEN(CF-SUB)
                    WRITE PRNT-REC FROM TOTALS-BALANCE-LINE
                        AFTER ADVANCING 1 LINE.
