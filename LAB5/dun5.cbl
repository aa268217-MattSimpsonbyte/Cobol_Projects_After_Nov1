       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DUN5.
       AUTHOR. Matthew Simpson.
      *  COLLECTIONS DUNNING CYCLE.
      *  READS THE STUDENT MASTER AND MATCHES ITS PAYHIST, CHGHIST
      *  AND DISBHIST COMPANIONS TO IT BY STUDENT ID, THE SAME WAY
      *  LAB5 AND ASSESS5 DO, FIGURES EACH STUDENT'S OUTSTANDING
      *  BALANCE (TOTAL DISBURSED PLUS CHARGES LESS PAYMENTS AND ANY
      *  PRINCIPAL ADJ5 HAS WRITTEN OFF AS BAD DEBT, WHICH IS CARRIED
      *  ON THE BALSPLIT BALANCE-SPLIT FILE - I-LOAN ONLY FOR A
      *  STUDENT NOT YET ON DISBHIST) AND THE DAYS SINCE
      *  THEIR LAST POSTED PAYMENT - THE SAME DAYS-SINCE-PAYMENT
      *  LOGIC BEHIND THE LAB5 AGING PAGE, NO PAYMENT DATE ON FILE
      *  COUNTING AS 90+.  EVERY STUDENT WHO OWES AND IS 30 DAYS OR
      *  MORE PAST THEIR LAST PAYMENT IS IN THE DUNNING CYCLE AND IS
      *  SENT A PRINT-READY NOTICE ON UR-S-NOTICE: A FRIENDLY
      *  REMINDER AT 30 DAYS, A FIRM NOTICE AT 60, AND A FINAL DEMAND
      *  AT 90+ SAYING THAT A COLLECTIONS REFERRAL FOLLOWS.
      *  THE DUNHIST DUNNING-HISTORY FILE, ONE RECORD PER STUDENT IN
      *  THE CYCLE IN STUDENT-ID ORDER, RECORDS WHICH NOTICE EACH
      *  STUDENT LAST RECEIVED AND WHEN, AND THE LAST-PAYMENT DATE
      *  THE CYCLE IS RUNNING FROM.  A NOTICE IS ONLY SENT WHEN THE
      *  STUDENT HAS AGED INTO A LEVEL ABOVE THE LAST ONE THEY WERE
      *  SENT, SO NOBODY GETS THE SAME LETTER TWICE IN ONE CYCLE.  A
      *  STUDENT WHO PAYS DROPS OUT OF THE CYCLE - A NEW PAYMENT DATE
      *  ON PAYHIST ENDS THE OLD CYCLE, AND A STUDENT WHO NO LONGER
      *  OWES OR IS BACK UNDER 30 DAYS IS NOT WRITTEN TO THE NEW FILE
      *  AT ALL - A STUDENT WHOSE DEBT HAS BEEN WRITTEN OFF OWES
      *  NOTHING, SO LEAVES THE CYCLE AND THE REFERRAL LIST.  A
      *  DUNHIST RECORD FOR A STUDENT NOT ON THE STUDENT MASTER IS
      *  CARRIED FORWARD UNTOUCHED.  THE OLD DUNHIST IS
      *  NEVER REWRITTEN IN PLACE - DUNHIST-NEW IS WRITTEN AND
      *  OPERATIONS COPIES IT OVER DUNHIST, THE SAME AS ANY OTHER
      *  OLD-MASTER/NEW-MASTER STEP IN THIS SHOP.
      *  A STUDENT WHO HAS HAD THE FINAL DEMAND AND STILL HAS NOT PAID
      *  WHEN THE GRACE PERIOD IT QUOTES RUNS OUT IS REFERRED TO
      *  COLLECTIONS; THE REFERRAL DATE GOES ON DUNHIST.  THE REPORT
      *  ON UR-S-DUN IS THE NOTICE REGISTER, THE COLLECTIONS-REFERRAL
      *  LIST (NEW REFERRALS AND EARLIER ONES STILL UNPAID) AND THE
      *  CONTROL TOTALS.
      *  THE PAYHIST AND DISBHIST CONTROL TRAILERS ARE PROVED AGAINST
      *  WHAT WAS ACTUALLY READ, THE SAME AS EVERY OTHER READER, AND
      *  THE RUN IS RECORDED ON THE RUNLEDG RUN-CONTROL LEDGER - THE
      *  PAYHIST, CHGHIST, DISBHIST, BALSPLIT AND DUNHIST GENERATIONS
      *  READ, THE DUNHIST GENERATION WRITTEN TO DUNHIST-NEW, AND THE
      *  DUNNING CONTROL TOTALS.  A MASTER THAT IS NOT THE GENERATION
      *  THE LAST STEP TO WRITE IT PRODUCED STOPS THE RUN BEFORE ANY
      *  NOTICE IS PRINTED.
      *  A STUDENT WITH NO STUDENT ID (ZERO - NEVER RESOLVED ON THE
      *  STUMAST STUDENT MASTER) CANNOT BE MATCHED TO ANY HISTORY, SO
      *  IS NOT DUNNED AT ALL; THE REPORT COUNTS THEM SEPARATELY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT INPUT-FILE   ASSIGN TO 'COB1-EMPLOYEE'.
            SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST'.
            SELECT OPTIONAL CHGHIST-FILE ASSIGN TO 'CHGHIST'.
            SELECT OPTIONAL DISBHIST-FILE ASSIGN TO 'DISBHIST'.
            SELECT OPTIONAL BALSPLIT-FILE ASSIGN TO 'BALSPLIT'.
            SELECT OPTIONAL OLD-DUNHIST ASSIGN TO 'DUNHIST'.
            SELECT NEW-DUNHIST  ASSIGN TO 'DUNHIST-NEW'.
            SELECT NOTICE-FILE  ASSIGN TO 'UR-S-NOTICE'.
            SELECT PRNT-FILE    ASSIGN TO 'UR-S-DUN'.
            SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'RUNLEDG'.

       DATA DIVISION.

       FILE SECTION.
       FD  INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *           LAYOUT FOR THE STUDENT MASTER - SAME FIELDS      *
      *           LAB5 READS                                       *
      **************************************************************
       01  INPUT-DATA.
                03  I-NAME                   PIC X(20).
                03  I-DEGREE                 PIC X(4).
                03  I-YEAR                   PIC X(4).
                03  I-LOAN                   PIC 9(5)V99.
                03  I-PAID1                  PIC 9(4)V99.
                03  I-PAID2                  PIC 9(4)V99.
                03  I-PAID3                  PIC 9(4)V99.
                03  I-PAID4                  PIC 9(4)V99.
                03  I-STU-ID                 PIC 9(7).

       FD  PAYHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      PAYMENT-HISTORY RECORD - SAME LAYOUT POST5 AND LAB5   *
      *      CARRY.  MATCHED TO INPUT-FILE ON PH-STU-ID            *
      **************************************************************
       01  PAYHIST-REC.
                03  PH-NAME                  PIC X(20).
                03  PH-PAID-COUNT            PIC 99.
                03  PH-PAID-AMT              PIC 9(4)V99
                          OCCURS 12 TIMES.
                03  PH-LAST-PAID-DATE        PIC 9(8).
                03  PH-STU-ID                PIC 9(7).

       FD  CHGHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      CHARGE-HISTORY RECORD, ONE PER STUDENT IN STUDENT-ID  *
      *      ORDER - 'I' INTEREST, 'L' LATE FEE AND 'T' TUITION    *
      *      CHARGES, EACH A DATED ENTRY.  READ ONLY HERE; A       *
      *      STUDENT WITH NO RECORD SIMPLY CARRIES ZERO CHARGES    *
      **************************************************************
       01  CHGHIST-REC.
                03  CH-NAME                  PIC X(20).
                03  CH-CHG-COUNT             PIC 99.
                03  CH-CHG-ENTRY             OCCURS 12 TIMES.
                    05  CH-CHG-AMT           PIC 9(4)V99.
                    05  CH-CHG-TYPE          PIC X.
                    05  CH-CHG-DATE          PIC 9(8).
                03  CH-STU-ID                PIC 9(7).

       FD  DISBHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      DISBURSEMENT-HISTORY RECORD, MATCHED TO INPUT-FILE ON *
      *      THE STUDENT ID THE SAME WAY PAYHIST IS, WRITTEN BY    *
      *      THE DISB5 POSTING RUN - WHAT WAS LENT IS THE 'D'      *
      *      ENTRIES LESS THE 'R' ENTRIES, 'C' COUNTS AS NOTHING.  *
      *      A STUDENT WITH NO DISBHIST RECORD YET IS STILL        *
      *      CARRIED ON I-LOAN.  THE MASTER ENDS WITH A CONTROL    *
      *      TRAILER, PROVED LIKE PAYHIST'S                        *
      **************************************************************
       01  DISBHIST-REC.
                03  DH-NAME                  PIC X(20).
                03  DH-DISB-COUNT            PIC 99.
                03  DH-DISB-ENTRY            OCCURS 12 TIMES.
                    05  DH-DISB-TYPE         PIC X.
                    05  DH-DISB-TERM         PIC X(6).
                    05  DH-DISB-DATE         PIC 9(8).
                    05  DH-DISB-AMT          PIC 9(5)V99.
                03  DH-STU-ID                PIC 9(7).

       FD  BALSPLIT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      BALANCE-SPLIT RECORD, MATCHED TO INPUT-FILE ON THE    *
      *      STUDENT ID THE SAME WAY PAYHIST IS, WRITTEN BY        *
      *      ASSESS5 AND ADJ5.  ONLY BS-PRIN-WOFF, THE PRINCIPAL   *
      *      ADJ5 HAS WRITTEN OFF AS BAD DEBT, IS USED HERE - IT   *
      *      COMES OFF THE BALANCE.  READ ONLY; A STUDENT WITH NO  *
      *      RECORD HAS HAD NOTHING WRITTEN OFF                    *
      **************************************************************
       01  BALSPLIT-REC.
                03  BS-NAME                  PIC X(20).
                03  BS-PRIN-OUT              PIC S9(6)V99.
                03  BS-INT-OUT               PIC S9(6)V99.
                03  BS-FEE-OUT               PIC S9(6)V99.
                03  BS-PRIN-BILLED           PIC S9(7)V99.
                03  BS-INT-BILLED            PIC 9(7)V99.
                03  BS-FEE-BILLED            PIC 9(7)V99.
                03  BS-PAID-APPLIED          PIC 9(7)V99.
                03  BS-PRIN-PAID             PIC 9(7)V99.
                03  BS-INT-PAID              PIC 9(7)V99.
                03  BS-FEE-PAID              PIC 9(7)V99.
                03  BS-INT-YEAR              PIC 9(4).
                03  BS-INT-YTD               PIC 9(6)V99.
                03  BS-PRIOR-YEAR            PIC 9(4).
                03  BS-INT-PRIOR             PIC 9(6)V99.
                03  BS-PRIN-WOFF             PIC 9(7)V99.
                03  BS-STU-ID                PIC 9(7).

       FD  OLD-DUNHIST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      OLD DUNNING-HISTORY RECORD AS READ - ONLY THE STUDENT *
      *      ID IS LOOKED AT HERE; A MATCHING RECORD IS MOVED TO   *
      *      DUNHIST-REC, ANY OTHER IS CARRIED FORWARD AS IT STANDS *
      **************************************************************
       01  OLD-DUNHIST-REC.
                03  FILLER                   PIC X(53).
                03  ODN-STU-ID               PIC 9(7).

       FD  NEW-DUNHIST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  NEW-DUNHIST-REC                   PIC X(60).

       FD  NOTICE-FILE
           LABEL RECORDS ARE OMITTED.
       01  NOTICE-REC                PIC X(100).

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
                03  RUN-DATE                PIC 9(8)       VALUE 0.
                03  RUN-SERIAL              PIC 9(7)       VALUE 0.
                03  SUB                     PIC 99         VALUE 0.
                03  TOTAL                   PIC 9(6)V99    VALUE 0.
                03  CHG-TOTAL               PIC 9(6)V99    VALUE 0.
                03  DISB-TOTAL              PIC S9(6)V99   VALUE 0.
                03  BALANCE                 PIC S9(6)V99   VALUE 0.
       01  BAL-TABLE.
                05  PAY-COUNT               PIC 99         VALUE 0.
                05  PAID PIC 9(4)V99
                          OCCURS 1 TO 12 TIMES
                          DEPENDING ON PAY-COUNT.
       01  EOF-SWITCHES.
                03  EOF-I                   PIC 9          VALUE 0.
                03  EOF-PH                  PIC 9          VALUE 0.
                03  EOF-CH                  PIC 9          VALUE 0.
                03  EOF-DH                  PIC 9          VALUE 0.
                03  EOF-BS                  PIC 9          VALUE 0.
                03  EOF-DN                  PIC 9          VALUE 0.
      **************************************************************
      *    DUNNING-HISTORY RECORD, ONE PER STUDENT IN THE CYCLE IN  *
      *    STUDENT-ID ORDER.  DN-LEVEL IS THE LAST NOTICE SENT -    *
      *    1 REMINDER, 2 FIRM NOTICE, 3 FINAL DEMAND - ON           *
      *    DN-NOTICE-DATE.  DN-PAID-DATE IS THE LAST-PAYMENT DATE   *
      *    THE CYCLE IS RUNNING FROM (ZERO - NONE ON FILE); A       *
      *    DIFFERENT DATE ON PAYHIST MEANS THE STUDENT HAS PAID     *
      *    SINCE AND THE OLD CYCLE IS OVER.  DN-FINAL-DATE AND      *
      *    DN-REFER-DATE ARE WHEN THE FINAL DEMAND WENT OUT AND     *
      *    WHEN THE STUDENT WAS REFERRED TO COLLECTIONS (ZERO -     *
      *    NOT YET).  BUILT HERE FOR THE CURRENT STUDENT - FROM     *
      *    THEIR OLD RECORD, OR EMPTY WHEN THEY HAVE NONE           *
      **************************************************************
       01  DUNHIST-REC.
                03  DN-NAME                  PIC X(20).
                03  DN-LEVEL                 PIC 9.
                    88  DN-NO-NOTICE                       VALUE 0.
                    88  DN-REMINDER-SENT                   VALUE 1.
                    88  DN-FIRM-SENT                       VALUE 2.
                    88  DN-FINAL-SENT                      VALUE 3.
                03  DN-NOTICE-DATE           PIC 9(8).
                03  DN-PAID-DATE             PIC 9(8).
                03  DN-FINAL-DATE            PIC 9(8).
                03  DN-REFER-DATE            PIC 9(8).
                03  DN-STU-ID                PIC 9(7).
      **************************************************************
      *    STUDENT-ID MATCH OF PAYHIST, CHGHIST, DISBHIST,          *
      *    BALSPLIT AND DUNHIST TO THE STUDENT MASTER - THE KEY OF  *
      *    EACH FILE'S CURRENT RECORD, HIGH-KEY ONCE THAT FILE IS   *
      *    EXHAUSTED                                                *
      **************************************************************
       01  MATCH-CTL.
                03  HIGH-KEY                PIC 9(7)     VALUE 9999999.
                03  PH-KEY                  PIC 9(7)       VALUE 0.
                03  CH-KEY                  PIC 9(7)       VALUE 0.
                03  DH-KEY                  PIC 9(7)       VALUE 0.
                03  BS-KEY                  PIC 9(7)       VALUE 0.
                03  OLD-DN-KEY              PIC 9(7)       VALUE 0.
                03  PH-MATCH-SW             PIC X          VALUE 'N'.
                    88  PAYHIST-MATCHED                    VALUE 'Y'.
                03  CH-MATCH-SW             PIC X          VALUE 'N'.
                    88  CHGHIST-MATCHED                    VALUE 'Y'.
                03  DH-MATCH-SW             PIC X          VALUE 'N'.
                    88  DISBHIST-MATCHED                   VALUE 'Y'.
                03  BS-MATCH-SW             PIC X          VALUE 'N'.
                    88  BALSPLIT-MATCHED                   VALUE 'Y'.
                03  DN-MATCH-SW             PIC X          VALUE 'N'.
                    88  DUNHIST-MATCHED                    VALUE 'Y'.
      **************************************************************
      *    PAYHIST CONTROL TRAILER - THE LAST RECORD OF EVERY      *
      *    MASTER, WRITTEN BY POST5 AND PHCONV.  ITS RECORD COUNT  *
      *    AND PAID TOTAL ARE PROVED AGAINST WHAT THIS RUN         *
      *    ACTUALLY READ, AND ITS LAYOUT VERSION AGAINST THE ONE   *
      *    THIS PROGRAM UNDERSTANDS - DUNNING OFF A PARTIAL OR     *
      *    MISALIGNED MASTER WOULD SEND DEMANDS TO STUDENTS WHO    *
      *    HAVE PAID                                               *
      **************************************************************
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
                03  PAYHIST-LAYOUT-VER      PIC 99         VALUE 03.
       01  TRAILER-CTL.
                03  PH-TRAILER-SEEN-SW      PIC X          VALUE 'N'.
                    88  PAYHIST-TRAILER-SEEN               VALUE 'Y'.
                03  VER-REC-COUNT           PIC 9(7)       VALUE 0.
                03  VER-PAID-TOTAL          PIC 9(9)V99    VALUE 0.
                03  VER-SUB                 PIC 99         VALUE 0.
      **************************************************************
      *    DISBHIST CONTROL TRAILER - THE LAST RECORD OF EVERY     *
      *    MASTER, WRITTEN BY DISB5, PROVED THE SAME WAY AS THE    *
      *    PAYHIST TRAILER.  A DISBHIST THAT IS MISSING OR HOLDS   *
      *    NOTHING AT ALL NEEDS NO TRAILER - NO DISBURSEMENT HAS   *
      *    BEEN POSTED YET AND EVERY STUDENT IS STILL ON I-LOAN    *
      **************************************************************
       01  DISB-TRAILER-DATA.
                03  DTR-ID                  PIC X(20).
                03  DTR-REC-COUNT           PIC 9(7).
                03  DTR-TOTAL-DISB          PIC 9(9)V99.
                03  DTR-LAYOUT-VERSION      PIC 99.
                03  DTR-RUN-DATE            PIC 9(8).
                03  FILLER                  PIC X(245).
       01  DISB-TRAILER-CONSTANTS.
                03  DISB-TRAILER-ID         PIC X(20)      VALUE
                    '*** DISBHIST TRAILER'.
                03  DISBHIST-LAYOUT-VER     PIC 99         VALUE 01.
       01  DISB-TRAILER-CTL.
                03  DH-TRAILER-SEEN-SW      PIC X          VALUE 'N'.
                    88  DISBHIST-TRAILER-SEEN              VALUE 'Y'.
                03  VER-DH-COUNT            PIC 9(7)       VALUE 0.
                03  VER-DISB-TOTAL          PIC S9(9)V99   VALUE 0.
                03  VER-DH-SUB              PIC 99         VALUE 0.
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
                    'DUN5'.
                03  LEDGER-TITLE            PIC X(40)      VALUE
                    'COLLECTIONS DUNNING CYCLE'.
                03  LEDGER-TIME             PIC 9(8)       VALUE 0.
                03  EOF-LG                  PIC 9          VALUE 0.
                03  EOF-LP                  PIC 9          VALUE 0.
                03  GEN-SUB                 PIC 9          VALUE 0.
                03  GEN-COUNT               PIC 9          VALUE 5.
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
                03  GEN-ENTRY       OCCURS 5 TIMES.
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
      *    DUNNING TERMS - THE DAYS SINCE LAST PAYMENT AT WHICH     *
      *    EACH NOTICE GOES OUT (THE SAME 30/60/90 LINES THE AGING  *
      *    REPORT DRAWS), AND THE GRACE DAYS THE FINAL DEMAND       *
      *    ALLOWS BEFORE THE STUDENT IS REFERRED TO COLLECTIONS     *
      **************************************************************
       01  DUNNING-TERMS.
                03  REMINDER-DAYS           PIC 9(5)       VALUE 30.
                03  FIRM-DAYS               PIC 9(5)       VALUE 60.
                03  FINAL-DAYS              PIC 9(5)       VALUE 90.
                03  REFERRAL-GRACE-DAYS     PIC 9(3)       VALUE 10.
      **************************************************************
      *    WORK FIELDS FOR THE CURRENT STUDENT - THE LAST-PAYMENT   *
      *    DATE ON FILE, THE NOTICE LEVEL THEIR AGE CALLS FOR, AND  *
      *    WHETHER THEY ARE STILL IN THE DUNNING CYCLE              *
      **************************************************************
       01  DUNNING-WORK.
                03  CUR-PAID-DATE           PIC 9(8)       VALUE 0.
                03  STUDENT-DAYS            PIC 9(5)       VALUE 0.
                03  LEVEL-DUE               PIC 9          VALUE 0.
                03  FINAL-AGE               PIC 9(5)       VALUE 0.
                03  IN-CYCLE-SW             PIC X          VALUE 'N'.
                    88  STUDENT-IN-CYCLE                   VALUE 'Y'.
                03  DAYS-EDIT               PIC ZZZZ9.
                03  NOTICE-SW               PIC X          VALUE 'N'.
                    88  NOTICES-STARTED                    VALUE 'Y'.
      **************************************************************
      *    STUDENTS REFERRED TO COLLECTIONS, HELD FOR THE REFERRAL  *
      *    LIST PRINTED AFTER THE NOTICE REGISTER - 'NEW' THIS RUN, *
      *    OR 'PRIOR' FOR ONE REFERRED EARLIER AND STILL UNPAID     *
      **************************************************************
       01  REFERRAL-TABLE.
                03  RF-ENTRY        OCCURS 200 TIMES.
                    05  RF-NAME              PIC X(20).
                    05  RF-STU-ID            PIC 9(7).
                    05  RF-BALANCE           PIC S9(6)V99.
                    05  RF-FINAL-DATE        PIC 9(8).
                    05  RF-REFER-DATE        PIC 9(8).
                    05  RF-STATUS            PIC X(5).
       01  REFERRAL-CTL.
                03  RF-COUNT                PIC 999        VALUE 0.
                03  RF-SUB                  PIC 999        VALUE 0.
                03  RF-STATUS-WORK          PIC X(5)       VALUE SPACES.
      **************************************************************
      *    CONTROL TOTALS FOR THE DUNNING REPORT                    *
      **************************************************************
       01  DUN-TOTALS.
                03  STUDENTS-READ           PIC 9(5)       VALUE 0.
                03  STUDENTS-NO-ID-CT       PIC 9(5)       VALUE 0.
                03  STUDENTS-IN-CYCLE-CT    PIC 9(5)       VALUE 0.
                03  REMINDERS-SENT          PIC 9(5)       VALUE 0.
                03  FIRM-NOTICES-SENT       PIC 9(5)       VALUE 0.
                03  FINAL-DEMANDS-SENT      PIC 9(5)       VALUE 0.
                03  NOTICES-HELD-CT         PIC 9(5)       VALUE 0.
                03  LEFT-CYCLE-CT           PIC 9(5)       VALUE 0.
                03  NEW-REFERRAL-CT         PIC 9(5)       VALUE 0.
                03  PRIOR-REFERRAL-CT       PIC 9(5)       VALUE 0.
                03  REFERRAL-BALANCE        PIC S9(7)V99   VALUE 0.
                03  DUN-CARRIED-CT          PIC 9(5)       VALUE 0.
      **************************************************************
      *    WORK FIELDS FOR TURNING A YYYYMMDD DATE INTO A SERIAL   *
      *    DAY NUMBER SO TWO DATES CAN BE SUBTRACTED - THE SAME    *
      *    STEPWISE ARITHMETIC LAB5 USES, THE ALGORITHM NEEDS      *
      *    EACH QUOTIENT TRUNCATED BEFORE IT IS ADDED IN           *
      **************************************************************
       01  DATE-WORK.
                03  DW-DATE                  PIC 9(8)      VALUE 0.
                03  DW-DATE-X REDEFINES DW-DATE.
                    05  DW-YYYY              PIC 9(4).
                    05  DW-MM                PIC 99.
                    05  DW-DD                PIC 99.
                03  DW-Y                     PIC 9(4)      VALUE 0.
                03  DW-M                     PIC 99        VALUE 0.
                03  DW-T1                    PIC 9(4)      VALUE 0.
                03  DW-T2                    PIC 9(4)      VALUE 0.
                03  DW-T3                    PIC 9(4)      VALUE 0.
                03  DW-T4                    PIC 9(5)      VALUE 0.
                03  DW-T5                    PIC 9(4)      VALUE 0.
                03  DW-SERIAL                PIC 9(7)      VALUE 0.
                03  DW-DAYS                  PIC 9(5)      VALUE 0.
      **************************************************************
      *      LAYOUT FOR THE PRINTED NOTICES - ONE PAGE PER STUDENT  *
      **************************************************************
       01  NOTICE-HEADING1.
                03  FILLER                 PIC X(40)      VALUE
                    'OFFICE OF THE BURSAR - STUDENT LOANS'.
                03  FILLER                 PIC X(6)       VALUE
                    'DATE '.
                03  NH1-DATE               PIC 9(8).
       01  NOTICE-TO-LINE.
                03  FILLER                 PIC X(12)      VALUE
                    'TO:'.
                03  NTL-NAME               PIC X(20).
       01  NOTICE-ID-LINE.
                03  FILLER                 PIC X(12)      VALUE
                    'STUDENT ID:'.
                03  NIL-STU-ID             PIC 9(7).
       01  NOTICE-TITLE-LINE.
                03  FILLER                 PIC X(12)      VALUE SPACES.
                03  NTT-TITLE              PIC X(40).
       01  NOTICE-BALANCE-LINE.
                03  FILLER                 PIC X(26)      VALUE
                    'BALANCE DUE'.
                03  NBL-BALANCE            PIC ZZZ,ZZ9.99.
       01  NOTICE-PAID-LINE.
                03  FILLER                 PIC X(26)      VALUE
                    'LAST PAYMENT RECEIVED'.
                03  NPL-PAID-DATE          PIC X(12).
       01  NOTICE-DAYS-LINE.
                03  FILLER                 PIC X(26)      VALUE
                    'DAYS SINCE LAST PAYMENT'.
                03  NDL-DAYS               PIC X(5).
       01  REMINDER-TEXT1.
                03  FILLER                 PIC X(36)      VALUE
                    'OUR RECORDS SHOW NO PAYMENT ON YOUR '.
                03  FILLER                 PIC X(27)      VALUE
                    'STUDENT LOAN ACCOUNT IN THE'.
       01  REMINDER-TEXT2.
                03  FILLER                 PIC X(40)      VALUE
                    'LAST 30 DAYS.  IF YOU HAVE ALREADY SENT '.
                03  FILLER                 PIC X(24)      VALUE
                    'A PAYMENT, PLEASE ACCEPT'.
       01  REMINDER-TEXT3.
                03  FILLER                 PIC X(39)      VALUE
                    'OUR THANKS AND DISREGARD THIS REMINDER.'.
       01  FIRM-TEXT1.
                03  FILLER                 PIC X(38)      VALUE
                    'YOUR STUDENT LOAN ACCOUNT IS NOW MORE '.
                03  FILLER                 PIC X(22)      VALUE
                    'THAN 60 DAYS PAST DUE.'.
       01  FIRM-TEXT2.
                03  FILLER                 PIC X(40)      VALUE
                    'PAYMENT OF THE BALANCE SHOWN, OR A CALL '.
                03  FILLER                 PIC X(24)      VALUE
                    'TO THE BURSAR TO ARRANGE'.
       01  FIRM-TEXT3.
                03  FILLER                 PIC X(36)      VALUE
                    'A PAYMENT PLAN, IS REQUIRED WITHOUT '.
                03  FILLER                 PIC X(14)      VALUE
                    'FURTHER DELAY.'.
       01  FINAL-TEXT1.
                03  FILLER                 PIC X(39)      VALUE
                    'YOUR STUDENT LOAN ACCOUNT IS MORE THAN '.
                03  FILLER                 PIC X(26)      VALUE
                    '90 DAYS PAST DUE.  THIS IS'.
       01  FINAL-TEXT2.
                03  FILLER                 PIC X(45)      VALUE
                    'OUR FINAL DEMAND.  UNLESS PAYMENT IS RECEIVED'.
                03  FILLER                 PIC X(7)       VALUE
                    ' WITHIN'.
                03  FT2-GRACE-DAYS         PIC ZZ9.
                03  FILLER                 PIC X(6)       VALUE
                    ' DAYS,'.
       01  FINAL-TEXT3.
                03  FILLER                 PIC X(35)      VALUE
                    'YOUR ACCOUNT WILL BE REFERRED TO A '.
                03  FILLER                 PIC X(19)      VALUE
                    'COLLECTIONS AGENCY.'.
       01  NOTICE-CLOSING-LINE.
                03  FILLER                 PIC X(41)      VALUE
                    'PLEASE REMIT TO THE BURSAR, QUOTING YOUR '.
                03  FILLER                 PIC X(11)      VALUE
                    'STUDENT ID.'.
      **************************************************************
      *      LAYOUT FOR THE NOTICE REGISTER AND REFERRAL LIST       *
      **************************************************************
       01  DUN-HEADING1.
                03  FILLER                 PIC X(37)      VALUE
                    'COLLECTIONS DUNNING NOTICE REGISTER'.
                03  DH1-DATE               PIC 9(8).
       01  DUN-COL-HEADING.
                03  FILLER                 PIC X(31)      VALUE
                    'STU ID   NAME'.
                03  FILLER                 PIC X(36)      VALUE
                    'NOTICE             DAYS     BALANCE'.
                03  FILLER                 PIC X(12)      VALUE
                    '  LAST PAID'.
       01  REGISTER-LINE.
                03  RGL-STU-ID             PIC 9(7).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RGL-NAME               PIC X(20).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RGL-NOTICE             PIC X(16).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RGL-DAYS               PIC X(5).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RGL-BALANCE            PIC ZZZ,ZZ9.99.
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RGL-PAID-DATE          PIC X(12).
       01  REFERRAL-HEADING.
                03  FILLER                 PIC X(50)      VALUE
                    'COLLECTIONS REFERRALS - FINAL DEMAND NOT PAID'.
       01  REFERRAL-COL-HEADING.
                03  FILLER                 PIC X(31)      VALUE
                    'STU ID   NAME'.
                03  FILLER                 PIC X(40)      VALUE
                    '    BALANCE  FINAL DEM  REFERRED  STATUS'.
       01  REFERRAL-LINE.
                03  RFL-STU-ID             PIC 9(7).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RFL-NAME               PIC X(20).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RFL-BALANCE            PIC ZZZ,ZZ9.99.
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RFL-FINAL-DATE         PIC 9(8).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RFL-REFER-DATE         PIC 9(8).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RFL-STATUS             PIC X(5).
       01  REFERRAL-NONE-LINE.
                03  FILLER                 PIC X(40)      VALUE
                    'NO STUDENTS REFERRED'.
       01  REFERRAL-FULL-LINE.
                03  FILLER                 PIC X(50)      VALUE
                    'REFERRAL LIST FULL - SEE DUNHIST FOR THE REST'.
       01  RECON-COUNT-LINE.
                03  RCL-LABEL              PIC X(32).
                03  RCL-COUNT              PIC ZZZZ9.
       01  RECON-AMOUNT-LINE.
                03  RAL-LABEL              PIC X(32).
                03  FILLER                 PIC X(5)       VALUE SPACES.
                03  RAL-AMOUNT             PIC ZZZZZZZZ9.99-.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
                ACCEPT RUN-DATE FROM DATE YYYYMMDD.
                MOVE RUN-DATE TO DW-DATE.
                PERFORM 2500-DATE-TO-SERIAL.
                MOVE DW-SERIAL TO RUN-SERIAL.
                PERFORM 0100-CHECK-RUN-LEDGER.
                OPEN INPUT INPUT-FILE
                     PAYHIST-FILE
                     CHGHIST-FILE
                     DISBHIST-FILE
                     BALSPLIT-FILE
                     OLD-DUNHIST.
                OPEN OUTPUT NEW-DUNHIST
                     NOTICE-FILE
                     PRNT-FILE.
                MOVE 'Y' TO NOTICE-SW.
                PERFORM 8000-PRINT-HEADINGS.
                PERFORM 2015-READ-ONE-PAYHIST.
                PERFORM 2025-READ-ONE-CHGHIST.
                PERFORM 2065-READ-ONE-DISBHIST.
                PERFORM 2095-READ-ONE-BALSPLIT.
                PERFORM 2082-READ-OLD-DUNHIST.
                PERFORM 2000-READ-INPUT.
                PERFORM 1000-DUN-ONE-STUDENT
                    UNTIL EOF-I = 1.
                PERFORM 2085-CARRY-FORWARD-DUNHIST
                    UNTIL OLD-DN-KEY = HIGH-KEY.
                PERFORM 2055-REQUIRE-PAYHIST-TRAILER.
                PERFORM 2075-REQUIRE-DISBHIST-TRAILER.
                PERFORM 8500-DUNNING-REPORT.
                CLOSE INPUT-FILE
                      PAYHIST-FILE
                      CHGHIST-FILE
                      DISBHIST-FILE
                      BALSPLIT-FILE
                      OLD-DUNHIST
                      NEW-DUNHIST
                      NOTICE-FILE
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
                MOVE 'PAYHIST'  TO GEN-FILE(1).
                MOVE 'I'        TO GEN-USE(1).
                MOVE 'CHGHIST'  TO GEN-FILE(2).
                MOVE 'I'        TO GEN-USE(2).
                MOVE 'DISBHIST' TO GEN-FILE(3).
                MOVE 'I'        TO GEN-USE(3).
                MOVE 'DUNHIST'  TO GEN-FILE(4).
                MOVE 'U'        TO GEN-USE(4).
                MOVE 'BALSPLIT' TO GEN-FILE(5).
                MOVE 'I'        TO GEN-USE(5).
                OPEN INPUT LEDGER-FILE.
                PERFORM 0110-READ-LEDGER.
                PERFORM 0120-NOTE-LEDGER-ENTRY
                    UNTIL EOF-LG = 1.
                CLOSE LEDGER-FILE.
                PERFORM 0200-FINGERPRINT-PAYHIST.
                PERFORM 0220-FINGERPRINT-CHGHIST.
                PERFORM 0230-FINGERPRINT-DISBHIST.
                PERFORM 0240-FINGERPRINT-DUNHIST.
                PERFORM 0250-FINGERPRINT-BALSPLIT.
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
                DISPLAY 'DUN5 - ' GEN-FILE(GEN-SUB)
                        ' IS NOT GENERATION ' GEN-W-GEN(GEN-SUB)
                        ' WRITTEN BY ' GEN-W-STEP(GEN-SUB)
                        ' ON ' GEN-W-DATE(GEN-SUB).
                DISPLAY 'DUN5 - COPY THE NEW FILE FROM '
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
      *   FINGERPRINTS THE PAYHIST COPY IN HAND FOR THE LEDGER      *
      *   CHECK - A PAYHIST GENERATION IS KNOWN BY ITS TRAILER'S    *
      *   RECORD COUNT, TOTAL PAID AND RUN DATE.  THE TRAILER       *
      *   ITSELF IS PROVED LATER BY THE ORDINARY MASTER READ        *
      **************************************************************
       0200-FINGERPRINT-PAYHIST.
                MOVE 0 TO EOF-LP.
                OPEN INPUT PAYHIST-FILE.
                PERFORM 0210-READ-PAYHIST-PASS
                    UNTIL EOF-LP = 1.
                CLOSE PAYHIST-FILE.
       0210-READ-PAYHIST-PASS.
                READ PAYHIST-FILE
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   AND PH-NAME = TRAILER-ID
                   MOVE PAYHIST-REC TO TRAILER-DATA
                   MOVE 1 TO EOF-LP
                   IF TR-REC-COUNT NUMERIC
                      AND TR-TOTAL-PAID NUMERIC
                      AND TR-RUN-DATE NUMERIC
                      MOVE TR-REC-COUNT  TO GEN-CUR-COUNT(1)
                      MOVE TR-TOTAL-PAID TO GEN-CUR-HASH(1)
                      MOVE TR-RUN-DATE   TO GEN-CUR-STAMP(1).
      **************************************************************
      *   FINGERPRINTS THE CHGHIST COPY IN HAND - A CHGHIST         *
      *   GENERATION IS KNOWN BY ITS RECORD COUNT AND A HASH OF     *
      *   EVERY STUDENT ID PLUS EVERY CHARGE AMOUNT ON FILE         *
      **************************************************************
       0220-FINGERPRINT-CHGHIST.
                MOVE 0 TO EOF-LP.
                MOVE 0 TO FP-COUNT.
                MOVE 0 TO FP-HASH.
                OPEN INPUT CHGHIST-FILE.
                PERFORM 0225-READ-CHGHIST-PASS
                    UNTIL EOF-LP = 1.
                CLOSE CHGHIST-FILE.
                MOVE FP-COUNT TO GEN-CUR-COUNT(2).
                MOVE FP-HASH  TO GEN-CUR-HASH(2).
       0225-READ-CHGHIST-PASS.
                READ CHGHIST-FILE
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   PERFORM 0290-HASH-CHGHIST-REC.
      **************************************************************
      *   ADDS ONE CHGHIST RECORD TO THE FINGERPRINT BEING BUILT    *
      **************************************************************
       0290-HASH-CHGHIST-REC.
                ADD 1 TO FP-COUNT.
                IF CH-STU-ID NUMERIC
                   ADD CH-STU-ID TO FP-HASH.
                IF CH-CHG-COUNT NUMERIC
                   AND CH-CHG-COUNT NOT > 12
                   PERFORM 0295-HASH-ONE-CHARGE
                       VARYING FP-SUB FROM 1 BY 1
                       UNTIL FP-SUB > CH-CHG-COUNT.
       0295-HASH-ONE-CHARGE.
                IF CH-CHG-AMT(FP-SUB) NUMERIC
                   ADD CH-CHG-AMT(FP-SUB) TO FP-HASH.
      **************************************************************
      *   FINGERPRINTS THE DISBHIST COPY IN HAND - A DISBHIST       *
      *   GENERATION IS KNOWN BY ITS TRAILER'S RECORD COUNT, NET    *
      *   DISBURSED AND RUN DATE, THE SAME AS PAYHIST               *
      **************************************************************
       0230-FINGERPRINT-DISBHIST.
                MOVE 0 TO EOF-LP.
                OPEN INPUT DISBHIST-FILE.
                PERFORM 0235-READ-DISBHIST-PASS
                    UNTIL EOF-LP = 1.
                CLOSE DISBHIST-FILE.
       0235-READ-DISBHIST-PASS.
                READ DISBHIST-FILE
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   AND DH-NAME = DISB-TRAILER-ID
                   MOVE DISBHIST-REC TO DISB-TRAILER-DATA
                   MOVE 1 TO EOF-LP
                   IF DTR-REC-COUNT NUMERIC
                      AND DTR-TOTAL-DISB NUMERIC
                      AND DTR-RUN-DATE NUMERIC
                      MOVE DTR-REC-COUNT  TO GEN-CUR-COUNT(3)
                      MOVE DTR-TOTAL-DISB TO GEN-CUR-HASH(3)
                      MOVE DTR-RUN-DATE   TO GEN-CUR-STAMP(3).
      **************************************************************
      *   FINGERPRINTS THE DUNHIST COPY IN HAND - A DUNHIST         *
      *   GENERATION IS KNOWN BY ITS RECORD COUNT AND A HASH OF     *
      *   EVERY STUDENT ID PLUS EVERY LAST-NOTICE DATE ON FILE      *
      **************************************************************
       0240-FINGERPRINT-DUNHIST.
                MOVE 0 TO EOF-LP.
                MOVE 0 TO FP-COUNT.
                MOVE 0 TO FP-HASH.
                OPEN INPUT OLD-DUNHIST.
                PERFORM 0245-READ-DUNHIST-PASS
                    UNTIL EOF-LP = 1.
                CLOSE OLD-DUNHIST.
                MOVE FP-COUNT TO GEN-CUR-COUNT(4).
                MOVE FP-HASH  TO GEN-CUR-HASH(4).
       0245-READ-DUNHIST-PASS.
                READ OLD-DUNHIST INTO DUNHIST-REC
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   PERFORM 0280-HASH-DUNHIST-REC.
      **************************************************************
      *   ADDS ONE DUNHIST RECORD TO THE FINGERPRINT BEING BUILT    *
      **************************************************************
       0280-HASH-DUNHIST-REC.
                ADD 1 TO FP-COUNT.
                IF DN-STU-ID NUMERIC
                   ADD DN-STU-ID TO FP-HASH.
                IF DN-NOTICE-DATE NUMERIC
                   ADD DN-NOTICE-DATE TO FP-HASH.
      **************************************************************
      *   FINGERPRINTS THE BALSPLIT COPY IN HAND - A BALSPLIT       *
      *   GENERATION IS KNOWN BY ITS RECORD COUNT AND A HASH OF     *
      *   EVERY STUDENT ID PLUS EVERYTHING BILLED AND PAID TO DATE  *
      **************************************************************
       0250-FINGERPRINT-BALSPLIT.
                MOVE 0 TO EOF-LP.
                MOVE 0 TO FP-COUNT.
                MOVE 0 TO FP-HASH.
                OPEN INPUT BALSPLIT-FILE.
                PERFORM 0255-READ-BALSPLIT-PASS
                    UNTIL EOF-LP = 1.
                CLOSE BALSPLIT-FILE.
                MOVE FP-COUNT TO GEN-CUR-COUNT(5).
                MOVE FP-HASH  TO GEN-CUR-HASH(5).
       0255-READ-BALSPLIT-PASS.
                READ BALSPLIT-FILE
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   PERFORM 0285-HASH-BALSPLIT-REC.
      **************************************************************
      *   ADDS ONE BALSPLIT RECORD TO THE FINGERPRINT BEING BUILT   *
      **************************************************************
       0285-HASH-BALSPLIT-REC.
                ADD 1 TO FP-COUNT.
                IF BS-STU-ID NUMERIC
                   ADD BS-STU-ID TO FP-HASH.
                IF BS-PRIN-BILLED NUMERIC
                   ADD BS-PRIN-BILLED TO FP-HASH.
                IF BS-INT-BILLED NUMERIC
                   ADD BS-INT-BILLED TO FP-HASH.
                IF BS-FEE-BILLED NUMERIC
                   ADD BS-FEE-BILLED TO FP-HASH.
                IF BS-PAID-APPLIED NUMERIC
                   ADD BS-PAID-APPLIED TO FP-HASH.
      **************************************************************
      *   FIGURES THE CURRENT STUDENT'S BALANCE AND DAYS SINCE      *
      *   LAST PAYMENT, WORKS OUT WHERE THEY STAND IN THE DUNNING   *
      *   CYCLE, AND SENDS WHATEVER NOTICE IS DUE.  A STUDENT WITH  *
      *   NO STUDENT ID IS COUNTED AND SKIPPED                      *
      **************************************************************
       1000-DUN-ONE-STUDENT.
                IF I-STU-ID = 0
                   ADD 1 TO STUDENTS-NO-ID-CT
                ELSE
                   PERFORM 1050-FIGURE-BALANCE
                   PERFORM 1300-CHECK-CYCLE.
                PERFORM 2000-READ-INPUT.
      **************************************************************
      *   THE STUDENT'S OUTSTANDING BALANCE - TOTAL DISBURSED PLUS  *
      *   CHARGES LESS PAYMENTS AND ANY PRINCIPAL WRITTEN OFF,      *
      *   EXACTLY AS LAB5 AND ASSESS5 FIGURE IT - AND THE DAYS      *
      *   SINCE THEIR LAST POSTED PAYMENT, A STUDENT WITH NO        *
      *   PAYMENT DATE ON FILE COUNTING AS 90+                      *
      **************************************************************
       1050-FIGURE-BALANCE.
                PERFORM 1100-LOAD-PAYMENTS.
                MOVE 0 TO TOTAL.
                PERFORM 1160-ADD-ONE-PAYMENT
                    VARYING SUB FROM 1 BY 1
                    UNTIL SUB > PAY-COUNT.
                MOVE 0 TO CHG-TOTAL.
                IF CHGHIST-MATCHED
                   PERFORM 1250-ADD-ONE-CHARGE
                       VARYING SUB FROM 1 BY 1
                       UNTIL SUB > CH-CHG-COUNT.
                MOVE 0 TO DISB-TOTAL.
                IF DISBHIST-MATCHED
                   PERFORM 1270-ADD-ONE-DISBURSEMENT
                       VARYING SUB FROM 1 BY 1
                       UNTIL SUB > DH-DISB-COUNT
                ELSE
                   MOVE I-LOAN TO DISB-TOTAL.
                COMPUTE BALANCE = DISB-TOTAL + CHG-TOTAL - TOTAL.
                IF BALSPLIT-MATCHED
                   AND BS-PRIN-WOFF NUMERIC
                   SUBTRACT BS-PRIN-WOFF FROM BALANCE.
                IF NOT PAYHIST-MATCHED
                   OR PH-LAST-PAID-DATE = 0
                   MOVE 0 TO CUR-PAID-DATE
                   MOVE 99999 TO STUDENT-DAYS
                ELSE
                   MOVE PH-LAST-PAID-DATE TO CUR-PAID-DATE
                   PERFORM 2360-DAYS-SINCE-PAYMENT
                   MOVE DW-DAYS TO STUDENT-DAYS.
      **************************************************************
      *   COPIES THIS STUDENT'S PAYMENT HISTORY INTO THE WORKING   *
      *   ARRAY, FALLING BACK TO THE ORIGINAL FOUR-PAYMENT MASTER  *
      *   FIELDS WHEN PAYHIST HAS NOTHING FOR THE STUDENT - THE    *
      *   SAME RULE LAB5 APPLIES, SO BOTH PROGRAMS SEE THE SAME    *
      *   BALANCE                                                  *
      **************************************************************
       1100-LOAD-PAYMENTS.
                IF PAYHIST-MATCHED
                   AND PH-PAID-COUNT > 0
                   MOVE PH-PAID-COUNT TO PAY-COUNT
                   PERFORM 1150-LOAD-ONE-PAYMENT
                       VARYING SUB FROM 1 BY 1
                       UNTIL SUB > PAY-COUNT
                ELSE
                   MOVE 4 TO PAY-COUNT
                   MOVE I-PAID1 TO PAID(1)
                   MOVE I-PAID2 TO PAID(2)
                   MOVE I-PAID3 TO PAID(3)
                   MOVE I-PAID4 TO PAID(4).
       1150-LOAD-ONE-PAYMENT.
                MOVE PH-PAID-AMT(SUB) TO PAID(SUB).
       1160-ADD-ONE-PAYMENT.
                ADD PAID(SUB) TO TOTAL.
       1250-ADD-ONE-CHARGE.
                ADD CH-CHG-AMT(SUB) TO CHG-TOTAL.
      **************************************************************
      *   ROLLS ONE DISBURSEMENT INTO WHAT WAS LENT - A RETURN OF  *
      *   FUNDS COMES OFF IT, A CANCELLED DISBURSEMENT COUNTS FOR  *
      *   NOTHING                                                  *
      **************************************************************
       1270-ADD-ONE-DISBURSEMENT.
                IF DH-DISB-TYPE(SUB) = 'D'
                   ADD DH-DISB-AMT(SUB) TO DISB-TOTAL
                ELSE
                IF DH-DISB-TYPE(SUB) = 'R'
                   SUBTRACT DH-DISB-AMT(SUB) FROM DISB-TOTAL.
      **************************************************************
      *   WORKS OUT WHERE THE STUDENT STANDS.  THEIR OLD DUNHIST    *
      *   RECORD ONLY COUNTS WHILE IT IS RUNNING FROM THE SAME      *
      *   LAST-PAYMENT DATE NOW ON PAYHIST - A PAYMENT SINCE ENDS   *
      *   THE OLD CYCLE AND ANY NEW ONE STARTS FROM NOTHING.  A     *
      *   STUDENT WHO OWES NOTHING OR IS UNDER 30 DAYS IS OUT OF    *
      *   THE CYCLE AND IS NOT WRITTEN TO DUNHIST-NEW AT ALL        *
      **************************************************************
       1300-CHECK-CYCLE.
                IF DUNHIST-MATCHED
                   AND DN-PAID-DATE NOT = CUR-PAID-DATE
                   ADD 1 TO LEFT-CYCLE-CT
                   MOVE 'N' TO DN-MATCH-SW
                   PERFORM 2088-CLEAR-DUNHIST.
                IF STUDENT-DAYS < REMINDER-DAYS
                   MOVE 0 TO LEVEL-DUE
                ELSE
                IF STUDENT-DAYS < FIRM-DAYS
                   MOVE 1 TO LEVEL-DUE
                ELSE
                IF STUDENT-DAYS < FINAL-DAYS
                   MOVE 2 TO LEVEL-DUE
                ELSE
                   MOVE 3 TO LEVEL-DUE.
                MOVE 'N' TO IN-CYCLE-SW.
                IF BALANCE > 0
                   AND LEVEL-DUE > 0
                   MOVE 'Y' TO IN-CYCLE-SW.
                IF STUDENT-IN-CYCLE
                   PERFORM 1400-DUN-STUDENT
                ELSE
                IF DUNHIST-MATCHED
                   ADD 1 TO LEFT-CYCLE-CT.
      **************************************************************
      *   A STUDENT IN THE CYCLE GETS THE NOTICE THEIR AGE CALLS    *
      *   FOR ONLY WHEN IT IS ABOVE THE LAST ONE THEY WERE SENT -   *
      *   OTHERWISE THEY HAVE HAD IT ALREADY AND IT IS HELD.  ONE   *
      *   WHO HAS HAD THE FINAL DEMAND IS CHECKED FOR REFERRAL      *
      **************************************************************
       1400-DUN-STUDENT.
                ADD 1 TO STUDENTS-IN-CYCLE-CT.
                MOVE I-NAME        TO DN-NAME.
                MOVE I-STU-ID      TO DN-STU-ID.
                MOVE CUR-PAID-DATE TO DN-PAID-DATE.
                IF LEVEL-DUE > DN-LEVEL
                   PERFORM 1450-ISSUE-NOTICE
                ELSE
                   ADD 1 TO NOTICES-HELD-CT
                   IF DN-FINAL-SENT
                      PERFORM 1500-CHECK-REFERRAL.
                WRITE NEW-DUNHIST-REC FROM DUNHIST-REC.
      **************************************************************
      *   SENDS THE NOTICE, RECORDS IT ON THE STUDENT'S DUNHIST     *
      *   RECORD AND PUTS IT ON THE NOTICE REGISTER                 *
      **************************************************************
       1450-ISSUE-NOTICE.
                MOVE LEVEL-DUE TO DN-LEVEL.
                MOVE RUN-DATE  TO DN-NOTICE-DATE.
                IF DN-REMINDER-SENT
                   ADD 1 TO REMINDERS-SENT
                   MOVE 'REMINDER' TO RGL-NOTICE
                ELSE
                IF DN-FIRM-SENT
                   ADD 1 TO FIRM-NOTICES-SENT
                   MOVE 'FIRM NOTICE' TO RGL-NOTICE
                ELSE
                   ADD 1 TO FINAL-DEMANDS-SENT
                   MOVE RUN-DATE TO DN-FINAL-DATE
                   MOVE 'FINAL DEMAND' TO RGL-NOTICE.
                PERFORM 4000-PRINT-NOTICE.
                PERFORM 8100-PRINT-REGISTER-LINE.
      **************************************************************
      *   A STUDENT WHO HAS HAD THE FINAL DEMAND AND STILL HAS NOT  *
      *   PAID IS REFERRED ONCE THE GRACE DAYS IT QUOTED HAVE RUN   *
      *   OUT; ONE REFERRED ON AN EARLIER RUN STAYS ON THE LIST     *
      *   UNTIL THEY PAY                                            *
      **************************************************************
       1500-CHECK-REFERRAL.
                IF DN-REFER-DATE NOT = 0
                   ADD 1 TO PRIOR-REFERRAL-CT
                   MOVE 'PRIOR' TO RF-STATUS-WORK
                   PERFORM 1550-LOG-REFERRAL
                ELSE
                   MOVE DN-FINAL-DATE TO DW-DATE
                   PERFORM 2500-DATE-TO-SERIAL
                   MOVE 0 TO FINAL-AGE
                   IF RUN-SERIAL > DW-SERIAL
                      SUBTRACT DW-SERIAL FROM RUN-SERIAL
                               GIVING FINAL-AGE.
                IF DN-REFER-DATE = 0
                   AND FINAL-AGE NOT < REFERRAL-GRACE-DAYS
                   MOVE RUN-DATE TO DN-REFER-DATE
                   ADD 1 TO NEW-REFERRAL-CT
                   MOVE 'NEW' TO RF-STATUS-WORK
                   PERFORM 1550-LOG-REFERRAL.
       1550-LOG-REFERRAL.
                ADD BALANCE TO REFERRAL-BALANCE.
                IF RF-COUNT < 200
                   ADD 1 TO RF-COUNT
                   MOVE I-NAME         TO RF-NAME(RF-COUNT)
                   MOVE I-STU-ID       TO RF-STU-ID(RF-COUNT)
                   MOVE BALANCE        TO RF-BALANCE(RF-COUNT)
                   MOVE DN-FINAL-DATE  TO RF-FINAL-DATE(RF-COUNT)
                   MOVE DN-REFER-DATE  TO RF-REFER-DATE(RF-COUNT)
                   MOVE RF-STATUS-WORK TO RF-STATUS(RF-COUNT).
      **************************************************************
      *   READS THE STUDENT MASTER AND MATCHES THE PAYMENT, CHARGE, *
      *   DISBURSEMENT AND DUNNING HISTORY RECORDS AND THE BALANCE  *
      *   SPLIT TO IT BY ID                                         *
      **************************************************************
       2000-READ-INPUT.
                READ INPUT-FILE
                    AT END MOVE 1 TO EOF-I.
                IF EOF-I NOT = 1
                   IF I-STU-ID NOT NUMERIC
                      MOVE 0 TO I-STU-ID.
                IF EOF-I NOT = 1
                   ADD 1 TO STUDENTS-READ
                   PERFORM 2010-MATCH-PAYHIST
                   PERFORM 2020-MATCH-CHGHIST
                   PERFORM 2060-MATCH-DISBHIST
                   PERFORM 2090-MATCH-BALSPLIT
                   PERFORM 2080-MATCH-DUNHIST.
      **************************************************************
      *   SKIPS PAST ANY PAYMENT-HISTORY RECORD FOR AN ID BELOW    *
      *   THIS STUDENT'S AND FLAGS WHETHER THE RECORD NOW CURRENT  *
      *   IS THIS STUDENT'S.  A STUDENT WITH NO RECORD IS TREATED  *
      *   AS HAVING NO PAYMENTS ON FILE RATHER THAN ABENDING THE   *
      *   RUN - BUT A MASTER THAT ENDS WITHOUT A PROVABLE TRAILER  *
      *   STOPS THE RUN AT END OF JOB                              *
      **************************************************************
       2010-MATCH-PAYHIST.
                PERFORM 2015-READ-ONE-PAYHIST
                    UNTIL PH-KEY NOT < I-STU-ID.
                MOVE 'N' TO PH-MATCH-SW.
                IF PH-KEY = I-STU-ID
                   AND I-STU-ID > 0
                   MOVE 'Y' TO PH-MATCH-SW.
      **************************************************************
      *   READS THE NEXT PHYSICAL PAYHIST RECORD.  THE CONTROL     *
      *   TRAILER ENDS THE MASTER - IT IS PROVED AGAINST THE       *
      *   RUNNING COUNT AND PAID TOTAL OF EVERYTHING READ BEFORE   *
      *   IT; EVERY ORDINARY RECORD FEEDS THOSE RUNNING TOTALS ON  *
      *   ITS WAY THROUGH                                          *
      **************************************************************
       2015-READ-ONE-PAYHIST.
                READ PAYHIST-FILE
                    AT END MOVE 1 TO EOF-PH
                           MOVE SPACES TO PH-NAME
                           MOVE 0 TO PH-PAID-COUNT
                           MOVE 0 TO PH-LAST-PAID-DATE.
                IF EOF-PH NOT = 1
                   AND PH-NAME = TRAILER-ID
                   MOVE PAYHIST-REC TO TRAILER-DATA
                   PERFORM 2040-VERIFY-PAYHIST-TRAILER
                   PERFORM 2047-REQUIRE-EOF-AFTER-TRAILER
                   MOVE SPACES TO PH-NAME
                   MOVE 0 TO PH-PAID-COUNT
                   MOVE 0 TO PH-LAST-PAID-DATE.
                IF EOF-PH NOT = 1
                   ADD 1 TO VER-REC-COUNT
                   PERFORM 2042-SUM-ONE-PH-AMT
                       VARYING VER-SUB FROM 1 BY 1
                       UNTIL VER-SUB > PH-PAID-COUNT.
                IF PH-LAST-PAID-DATE NOT NUMERIC
                   MOVE 0 TO PH-LAST-PAID-DATE.
                IF EOF-PH = 1
                   MOVE HIGH-KEY TO PH-KEY
                ELSE
                IF PH-STU-ID NOT NUMERIC
                   MOVE 0 TO PH-KEY
                ELSE
                   MOVE PH-STU-ID TO PH-KEY.
       2042-SUM-ONE-PH-AMT.
                ADD PH-PAID-AMT(VER-SUB) TO VER-PAID-TOTAL.
      **************************************************************
      *   THE TRAILER MUST BE THE PHYSICALLY LAST RECORD - A       *
      *   MASTER THAT WAS APPEND-COPIED INSTEAD OF REPLACED HOLDS  *
      *   A STALE FIRST HALF THAT VERIFIES CLEANLY AGAINST ITS OWN *
      *   OLD TRAILER, SO ONE MORE READ PROVES NOTHING FOLLOWS IT  *
      **************************************************************
       2047-REQUIRE-EOF-AFTER-TRAILER.
                READ PAYHIST-FILE
                    AT END MOVE 1 TO EOF-PH.
                IF EOF-PH NOT = 1
                   DISPLAY 'DUN5 - RECORDS FOUND BEHIND THE '
                           'PAYHIST TRAILER - MASTER WAS APPENDED '
                           'TO, NOT REPLACED'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'RECORDS BEHIND TRAILER' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   PROVES THE MASTER'S TRAILER - RIGHT LAYOUT VERSION, AND  *
      *   A RECORD COUNT AND PAID TOTAL THAT MATCH WHAT WAS        *
      *   ACTUALLY READ.  ANYTHING ELSE MEANS A PARTIAL COPY, A    *
      *   DOUBLE CONVERSION OR A STALE LAYOUT, AND THE RUN STOPS   *
      *   RATHER THAN DUN STUDENTS AGAINST IT                      *
      **************************************************************
       2040-VERIFY-PAYHIST-TRAILER.
                MOVE 'Y' TO PH-TRAILER-SEEN-SW.
                IF TR-REC-COUNT NOT NUMERIC
                   OR TR-TOTAL-PAID NOT NUMERIC
                   OR TR-LAYOUT-VERSION NOT NUMERIC
                   DISPLAY 'DUN5 - PAYHIST TRAILER UNREADABLE'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'TRAILER UNREADABLE' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF TR-LAYOUT-VERSION NOT = PAYHIST-LAYOUT-VER
                   DISPLAY 'DUN5 - PAYHIST LAYOUT VERSION '
                           TR-LAYOUT-VERSION ' NOT THE EXPECTED '
                           PAYHIST-LAYOUT-VER
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'WRONG LAYOUT VERSION' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF TR-REC-COUNT NOT = VER-REC-COUNT
                   OR TR-TOTAL-PAID NOT = VER-PAID-TOTAL
                   DISPLAY 'DUN5 - PAYHIST TRAILER DOES NOT MATCH '
                           'FILE CONTENTS - PARTIAL OR CORRUPT COPY'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'TRAILER DOES NOT MATCH' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   THE TRAILER NORMALLY TURNS UP DURING THE MATCHING READS; *
      *   WHEN THE MASTER HOLDS STUDENTS BEYOND THE LAST ONE ON    *
      *   THE STUDENT FILE IT IS STILL SITTING UNREAD, SO THE REST *
      *   OF THE MASTER IS READ THROUGH TO FETCH IT.  A MASTER     *
      *   THAT ENDS WITH NO PROVABLE TRAILER IS A PARTIAL OR       *
      *   MISMATCHED COPY AND THE RUN STOPS                        *
      **************************************************************
       2055-REQUIRE-PAYHIST-TRAILER.
                PERFORM 2015-READ-ONE-PAYHIST
                    UNTIL EOF-PH = 1.
                IF NOT PAYHIST-TRAILER-SEEN
                   DISPLAY 'DUN5 - NO CONTROL TRAILER ON PAYHIST '
                           '- PARTIAL COPY OR UNSTAMPED MASTER'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'NO CONTROL TRAILER' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   MATCHES THIS STUDENT'S CHARGE-HISTORY RECORD BY ID; A    *
      *   STUDENT NOT YET ON CHGHIST - OR A SHOP THAT HAS NEVER    *
      *   RUN THE ASSESSMENT STEP - SIMPLY CARRIES ZERO CHARGES    *
      **************************************************************
       2020-MATCH-CHGHIST.
                PERFORM 2025-READ-ONE-CHGHIST
                    UNTIL CH-KEY NOT < I-STU-ID.
                MOVE 'N' TO CH-MATCH-SW.
                IF CH-KEY = I-STU-ID
                   AND I-STU-ID > 0
                   MOVE 'Y' TO CH-MATCH-SW.
       2025-READ-ONE-CHGHIST.
                IF EOF-CH NOT = 1
                   READ CHGHIST-FILE
                       AT END MOVE 1 TO EOF-CH
                              MOVE SPACES TO CH-NAME
                              MOVE 0 TO CH-CHG-COUNT.
                IF CH-CHG-COUNT NOT NUMERIC
                   OR CH-CHG-COUNT > 12
                   MOVE 0 TO CH-CHG-COUNT.
                IF EOF-CH = 1
                   MOVE HIGH-KEY TO CH-KEY
                ELSE
                IF CH-STU-ID NOT NUMERIC
                   MOVE 0 TO CH-KEY
                ELSE
                   MOVE CH-STU-ID TO CH-KEY.
      **************************************************************
      *   MATCHES THIS STUDENT'S DISBURSEMENT-HISTORY RECORD BY ID; *
      *   A STUDENT NOT YET ON DISBHIST IS STILL CARRIED ON I-LOAN. *
      *   A MASTER THAT ENDS WITHOUT A PROVABLE TRAILER STOPS THE   *
      *   RUN AT END OF JOB                                         *
      **************************************************************
       2060-MATCH-DISBHIST.
                PERFORM 2065-READ-ONE-DISBHIST
                    UNTIL DH-KEY NOT < I-STU-ID.
                MOVE 'N' TO DH-MATCH-SW.
                IF DH-KEY = I-STU-ID
                   AND I-STU-ID > 0
                   MOVE 'Y' TO DH-MATCH-SW.
      **************************************************************
      *   READS THE NEXT PHYSICAL DISBHIST RECORD.  THE CONTROL    *
      *   TRAILER ENDS THE MASTER - IT IS PROVED AGAINST THE       *
      *   RUNNING COUNT AND NET DISBURSED OF EVERYTHING READ       *
      *   BEFORE IT                                                *
      **************************************************************
       2065-READ-ONE-DISBHIST.
                IF EOF-DH NOT = 1
                   READ DISBHIST-FILE
                       AT END MOVE 1 TO EOF-DH
                              MOVE SPACES TO DH-NAME
                              MOVE 0 TO DH-DISB-COUNT.
                IF EOF-DH NOT = 1
                   AND DH-NAME = DISB-TRAILER-ID
                   MOVE DISBHIST-REC TO DISB-TRAILER-DATA
                   PERFORM 2070-VERIFY-DISBHIST-TRAILER
                   PERFORM 2072-REQUIRE-EOF-AFTER-DH-TRLR
                   MOVE SPACES TO DH-NAME
                   MOVE 0 TO DH-DISB-COUNT.
                IF DH-DISB-COUNT NOT NUMERIC
                   OR DH-DISB-COUNT > 12
                   MOVE 0 TO DH-DISB-COUNT.
                IF EOF-DH NOT = 1
                   ADD 1 TO VER-DH-COUNT
                   PERFORM 2067-SUM-ONE-DH-AMT
                       VARYING VER-DH-SUB FROM 1 BY 1
                       UNTIL VER-DH-SUB > DH-DISB-COUNT.
                IF EOF-DH = 1
                   MOVE HIGH-KEY TO DH-KEY
                ELSE
                IF DH-STU-ID NOT NUMERIC
                   MOVE 0 TO DH-KEY
                ELSE
                   MOVE DH-STU-ID TO DH-KEY.
       2067-SUM-ONE-DH-AMT.
                IF DH-DISB-TYPE(VER-DH-SUB) = 'D'
                   ADD DH-DISB-AMT(VER-DH-SUB) TO VER-DISB-TOTAL
                ELSE
                IF DH-DISB-TYPE(VER-DH-SUB) = 'R'
                   SUBTRACT DH-DISB-AMT(VER-DH-SUB)
                       FROM VER-DISB-TOTAL.
      **************************************************************
      *   PROVES THE DISBHIST TRAILER - RIGHT LAYOUT VERSION, AND  *
      *   A RECORD COUNT AND NET DISBURSED THAT MATCH WHAT WAS     *
      *   ACTUALLY READ                                            *
      **************************************************************
       2070-VERIFY-DISBHIST-TRAILER.
                MOVE 'Y' TO DH-TRAILER-SEEN-SW.
                IF DTR-REC-COUNT NOT NUMERIC
                   OR DTR-TOTAL-DISB NOT NUMERIC
                   OR DTR-LAYOUT-VERSION NOT NUMERIC
                   DISPLAY 'DUN5 - DISBHIST TRAILER UNREADABLE'
                   MOVE 'DISBHIST' TO STOP-FILE
                   MOVE 'TRAILER UNREADABLE' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF DTR-LAYOUT-VERSION NOT = DISBHIST-LAYOUT-VER
                   DISPLAY 'DUN5 - DISBHIST LAYOUT VERSION '
                           DTR-LAYOUT-VERSION ' NOT THE EXPECTED '
                           DISBHIST-LAYOUT-VER
                   MOVE 'DISBHIST' TO STOP-FILE
                   MOVE 'WRONG LAYOUT VERSION' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF DTR-REC-COUNT NOT = VER-DH-COUNT
                   OR DTR-TOTAL-DISB NOT = VER-DISB-TOTAL
                   DISPLAY 'DUN5 - DISBHIST TRAILER DOES NOT MATCH '
                           'FILE CONTENTS - PARTIAL OR CORRUPT COPY'
                   MOVE 'DISBHIST' TO STOP-FILE
                   MOVE 'TRAILER DOES NOT MATCH' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   THE TRAILER MUST BE THE PHYSICALLY LAST RECORD, THE SAME *
      *   AS ON PAYHIST                                            *
      **************************************************************
       2072-REQUIRE-EOF-AFTER-DH-TRLR.
                READ DISBHIST-FILE
                    AT END MOVE 1 TO EOF-DH.
                IF EOF-DH NOT = 1
                   DISPLAY 'DUN5 - RECORDS FOUND BEHIND THE '
                           'DISBHIST TRAILER - MASTER WAS APPENDED '
                           'TO, NOT REPLACED'
                   MOVE 'DISBHIST' TO STOP-FILE
                   MOVE 'RECORDS BEHIND TRAILER' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   READS THROUGH ANY DISBHIST RECORDS BEYOND THE LAST        *
      *   STUDENT TO FETCH THE TRAILER.  A DISBHIST HOLDING         *
      *   STUDENTS BUT NO PROVABLE TRAILER IS A PARTIAL COPY AND    *
      *   THE RUN STOPS; ONE HOLDING NOTHING AT ALL IS THE TIME     *
      *   BEFORE THE FIRST DISB5 RUN                                *
      **************************************************************
       2075-REQUIRE-DISBHIST-TRAILER.
                PERFORM 2065-READ-ONE-DISBHIST
                    UNTIL EOF-DH = 1.
                IF NOT DISBHIST-TRAILER-SEEN
                   AND VER-DH-COUNT > 0
                   DISPLAY 'DUN5 - NO CONTROL TRAILER ON DISBHIST - '
                           'PARTIAL COPY'
                   MOVE 'DISBHIST' TO STOP-FILE
                   MOVE 'NO CONTROL TRAILER' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   CARRIES FORWARD ANY OLD DUNNING-HISTORY RECORD FOR AN ID *
      *   BELOW THIS STUDENT'S, THEN TAKES THIS STUDENT'S OWN      *
      *   RECORD IF THERE IS ONE.  A STUDENT NOT YET ON DUNHIST    *
      *   (OR A FIRST-EVER RUN) STARTS WITH NO NOTICE SENT         *
      **************************************************************
       2080-MATCH-DUNHIST.
                PERFORM 2085-CARRY-FORWARD-DUNHIST
                    UNTIL OLD-DN-KEY NOT < I-STU-ID.
                MOVE 'N' TO DN-MATCH-SW.
                IF OLD-DN-KEY = I-STU-ID
                   AND I-STU-ID > 0
                   MOVE OLD-DUNHIST-REC TO DUNHIST-REC
                   MOVE 'Y' TO DN-MATCH-SW
                   PERFORM 2082-READ-OLD-DUNHIST
                ELSE
                   PERFORM 2088-CLEAR-DUNHIST.
                IF DN-LEVEL NOT NUMERIC
                   MOVE 0 TO DN-LEVEL.
                IF DN-PAID-DATE NOT NUMERIC
                   MOVE 0 TO DN-PAID-DATE.
                IF DN-FINAL-DATE NOT NUMERIC
                   MOVE 0 TO DN-FINAL-DATE.
                IF DN-REFER-DATE NOT NUMERIC
                   MOVE 0 TO DN-REFER-DATE.
       2082-READ-OLD-DUNHIST.
                IF EOF-DN NOT = 1
                   READ OLD-DUNHIST
                       AT END MOVE 1 TO EOF-DN.
                IF EOF-DN = 1
                   MOVE HIGH-KEY TO OLD-DN-KEY
                ELSE
                IF ODN-STU-ID NOT NUMERIC
                   MOVE 0 TO OLD-DN-KEY
                ELSE
                   MOVE ODN-STU-ID TO OLD-DN-KEY.
       2085-CARRY-FORWARD-DUNHIST.
                WRITE NEW-DUNHIST-REC FROM OLD-DUNHIST-REC.
                ADD 1 TO DUN-CARRIED-CT.
                PERFORM 2082-READ-OLD-DUNHIST.
       2088-CLEAR-DUNHIST.
                MOVE SPACES TO DN-NAME.
                MOVE 0 TO DN-LEVEL.
                MOVE 0 TO DN-NOTICE-DATE.
                MOVE 0 TO DN-PAID-DATE.
                MOVE 0 TO DN-FINAL-DATE.
                MOVE 0 TO DN-REFER-DATE.
                MOVE 0 TO DN-STU-ID.
      **************************************************************
      *   MATCHES THIS STUDENT'S BALANCE-SPLIT RECORD BY ID; A     *
      *   STUDENT NOT ON BALSPLIT HAS HAD NOTHING WRITTEN OFF      *
      **************************************************************
       2090-MATCH-BALSPLIT.
                PERFORM 2095-READ-ONE-BALSPLIT
                    UNTIL BS-KEY NOT < I-STU-ID.
                MOVE 'N' TO BS-MATCH-SW.
                IF BS-KEY = I-STU-ID
                   AND I-STU-ID > 0
                   MOVE 'Y' TO BS-MATCH-SW.
       2095-READ-ONE-BALSPLIT.
                IF EOF-BS NOT = 1
                   READ BALSPLIT-FILE
                       AT END MOVE 1 TO EOF-BS.
                IF EOF-BS = 1
                   MOVE HIGH-KEY TO BS-KEY
                ELSE
                IF BS-STU-ID NOT NUMERIC
                   MOVE 0 TO BS-KEY
                ELSE
                   MOVE BS-STU-ID TO BS-KEY.
      **************************************************************
      *   FIGURES THE DAYS BETWEEN THE CURRENT PAYHIST RECORD'S    *
      *   LAST-PAYMENT DATE AND THE RUN DATE - A PAYMENT DATED IN  *
      *   THE FUTURE COUNTS AS ZERO DAYS RATHER THAN WRAPPING      *
      **************************************************************
       2360-DAYS-SINCE-PAYMENT.
                MOVE PH-LAST-PAID-DATE TO DW-DATE.
                PERFORM 2500-DATE-TO-SERIAL.
                MOVE 0 TO DW-DAYS.
                IF RUN-SERIAL > DW-SERIAL
                   SUBTRACT DW-SERIAL FROM RUN-SERIAL
                            GIVING DW-DAYS.
      **************************************************************
      *   TURNS THE YYYYMMDD DATE IN DW-DATE INTO A SERIAL DAY     *
      *   NUMBER IN DW-SERIAL SO TWO DATES CAN BE SUBTRACTED -     *
      *   THE SAME CALENDAR ARITHMETIC LAB5 USES                   *
      **************************************************************
       2500-DATE-TO-SERIAL.
                IF DW-MM < 3
                   SUBTRACT 1 FROM DW-YYYY GIVING DW-Y
                   ADD 12 TO DW-MM GIVING DW-M
                ELSE
                   MOVE DW-YYYY TO DW-Y
                   MOVE DW-MM   TO DW-M.
                DIVIDE DW-Y BY 4   GIVING DW-T1.
                DIVIDE DW-Y BY 100 GIVING DW-T2.
                DIVIDE DW-Y BY 400 GIVING DW-T3.
                COMPUTE DW-T4 = 153 * (DW-M + 1).
                DIVIDE DW-T4 BY 5  GIVING DW-T5.
                COMPUTE DW-SERIAL = 365 * DW-Y + DW-T1 - DW-T2
                                  + DW-T3 + DW-T5 + DW-DD.
      **************************************************************
      *   PRINTS ONE STUDENT'S NOTICE ON A PAGE OF ITS OWN, READY   *
      *   FOR THE MAILROOM - THE BALANCE, THE LAST PAYMENT AND THE  *
      *   WORDING FOR THE LEVEL THEY HAVE REACHED                   *
      **************************************************************
       4000-PRINT-NOTICE.
                MOVE RUN-DATE TO NH1-DATE.
                WRITE NOTICE-REC FROM NOTICE-HEADING1
                    AFTER ADVANCING PAGE.
                MOVE I-NAME TO NTL-NAME.
                WRITE NOTICE-REC FROM NOTICE-TO-LINE
                    AFTER ADVANCING 3 LINES.
                MOVE I-STU-ID TO NIL-STU-ID.
                WRITE NOTICE-REC FROM NOTICE-ID-LINE
                    AFTER ADVANCING 1 LINE.
                IF DN-REMINDER-SENT
                   MOVE 'PAYMENT REMINDER' TO NTT-TITLE
                ELSE
                IF DN-FIRM-SENT
                   MOVE 'SECOND NOTICE - PAYMENT PAST DUE' TO NTT-TITLE
                ELSE
                   MOVE 'FINAL DEMAND FOR PAYMENT' TO NTT-TITLE.
                WRITE NOTICE-REC FROM NOTICE-TITLE-LINE
                    AFTER ADVANCING 3 LINES.
                MOVE BALANCE TO NBL-BALANCE.
                WRITE NOTICE-REC FROM NOTICE-BALANCE-LINE
                    AFTER ADVANCING 3 LINES.
                PERFORM 4100-EDIT-PAYMENT-AGE.
                MOVE RGL-PAID-DATE TO NPL-PAID-DATE.
                WRITE NOTICE-REC FROM NOTICE-PAID-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE RGL-DAYS TO NDL-DAYS.
                WRITE NOTICE-REC FROM NOTICE-DAYS-LINE
                    AFTER ADVANCING 1 LINE.
                IF DN-REMINDER-SENT
                   WRITE NOTICE-REC FROM REMINDER-TEXT1
                       AFTER ADVANCING 3 LINES
                   WRITE NOTICE-REC FROM REMINDER-TEXT2
                       AFTER ADVANCING 1 LINE
                   WRITE NOTICE-REC FROM REMINDER-TEXT3
                       AFTER ADVANCING 1 LINE
                ELSE
                IF DN-FIRM-SENT
                   WRITE NOTICE-REC FROM FIRM-TEXT1
                       AFTER ADVANCING 3 LINES
                   WRITE NOTICE-REC FROM FIRM-TEXT2
                       AFTER ADVANCING 1 LINE
                   WRITE NOTICE-REC FROM FIRM-TEXT3
                       AFTER ADVANCING 1 LINE
                ELSE
                   MOVE REFERRAL-GRACE-DAYS TO FT2-GRACE-DAYS
                   WRITE NOTICE-REC FROM FINAL-TEXT1
                       AFTER ADVANCING 3 LINES
                   WRITE NOTICE-REC FROM FINAL-TEXT2
                       AFTER ADVANCING 1 LINE
                   WRITE NOTICE-REC FROM FINAL-TEXT3
                       AFTER ADVANCING 1 LINE.
                WRITE NOTICE-REC FROM NOTICE-CLOSING-LINE
                    AFTER ADVANCING 2 LINES.
      **************************************************************
      *   EDITS THE LAST-PAYMENT DATE AND DAYS SINCE IT FOR THE     *
      *   NOTICE AND THE REGISTER - A STUDENT WITH NO PAYMENT DATE  *
      *   ON FILE SHOWS NONE RATHER THAN A ZERO DATE                *
      **************************************************************
       4100-EDIT-PAYMENT-AGE.
                IF CUR-PAID-DATE = 0
                   MOVE 'NONE ON FILE' TO RGL-PAID-DATE
                   MOVE 'NONE' TO RGL-DAYS
                ELSE
                   MOVE CUR-PAID-DATE TO RGL-PAID-DATE
                   MOVE STUDENT-DAYS TO DAYS-EDIT
                   MOVE DAYS-EDIT TO RGL-DAYS.
      **************************************************************
      *   RECORDS THIS RUN ON THE RUN-CONTROL LEDGER - THE STEP,    *
      *   EVERY GENERATION READ AND WRITTEN, AND THE CONTROL        *
      *   TOTALS - ONLY ONCE EVERYTHING ELSE HAS CLOSED CLEANLY     *
      **************************************************************
       7800-POST-RUN-LEDGER.
                PERFORM 7840-FINGERPRINT-NEW-DUNHIST.
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
                MOVE 'STUDENTS READ' TO LEDGER-TOTAL-NAME.
                MOVE STUDENTS-READ TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'STUDENTS WITH NO ID' TO LEDGER-TOTAL-NAME.
                MOVE STUDENTS-NO-ID-CT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'STUDENTS IN DUNNING CYCLE' TO LEDGER-TOTAL-NAME.
                MOVE STUDENTS-IN-CYCLE-CT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'REMINDERS SENT' TO LEDGER-TOTAL-NAME.
                MOVE REMINDERS-SENT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'FIRM NOTICES SENT' TO LEDGER-TOTAL-NAME.
                MOVE FIRM-NOTICES-SENT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'FINAL DEMANDS SENT' TO LEDGER-TOTAL-NAME.
                MOVE FINAL-DEMANDS-SENT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'NOTICES HELD - ALREADY SENT' TO LEDGER-TOTAL-NAME.
                MOVE NOTICES-HELD-CT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'STUDENTS LEFT CYCLE' TO LEDGER-TOTAL-NAME.
                MOVE LEFT-CYCLE-CT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'NEW COLLECTIONS REFERRALS' TO LEDGER-TOTAL-NAME.
                MOVE NEW-REFERRAL-CT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'PRIOR REFERRALS STILL UNPAID'
                     TO LEDGER-TOTAL-NAME.
                MOVE PRIOR-REFERRAL-CT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'BALANCE REFERRED' TO LEDGER-TOTAL-NAME.
                MOVE REFERRAL-BALANCE TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'DUNHIST RECORDS CARRIED' TO LEDGER-TOTAL-NAME.
                MOVE DUN-CARRIED-CT TO LEDGER-TOTAL-VALUE.
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
      *   FINGERPRINTS DUNHIST-NEW AS IT WAS ACTUALLY WRITTEN, THE  *
      *   SAME WAY THE NEXT RUN WILL FINGERPRINT IT AS DUNHIST      *
      **************************************************************
       7840-FINGERPRINT-NEW-DUNHIST.
                MOVE 0 TO EOF-LP.
                MOVE 0 TO FP-COUNT.
                MOVE 0 TO FP-HASH.
                OPEN INPUT NEW-DUNHIST.
                PERFORM 7845-READ-NEW-DUNHIST-PASS
                    UNTIL EOF-LP = 1.
                CLOSE NEW-DUNHIST.
                MOVE FP-COUNT TO GEN-NEW-COUNT(4).
                MOVE FP-HASH  TO GEN-NEW-HASH(4).
       7845-READ-NEW-DUNHIST-PASS.
                READ NEW-DUNHIST INTO DUNHIST-REC
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   PERFORM 0280-HASH-DUNHIST-REC.
      **************************************************************
      *   PRINTS THE NOTICE REGISTER HEADINGS                       *
      **************************************************************
       8000-PRINT-HEADINGS.
                MOVE RUN-DATE TO DH1-DATE.
                WRITE PRNT-REC FROM DUN-HEADING1
                    AFTER ADVANCING PAGE.
                WRITE PRNT-REC FROM DUN-COL-HEADING
                    AFTER ADVANCING 2 LINES.
                MOVE SPACES TO PRNT-REC.
                WRITE PRNT-REC
                    AFTER ADVANCING 1 LINE.
      **************************************************************
      *   PUTS ONE NOTICE SENT ON THE REGISTER                      *
      **************************************************************
       8100-PRINT-REGISTER-LINE.
                MOVE I-STU-ID TO RGL-STU-ID.
                MOVE I-NAME   TO RGL-NAME.
                MOVE BALANCE  TO RGL-BALANCE.
                PERFORM 4100-EDIT-PAYMENT-AGE.
                WRITE PRNT-REC FROM REGISTER-LINE
                    AFTER ADVANCING 1 LINE.
      **************************************************************
      *   PRINTS THE COLLECTIONS-REFERRAL LIST AND THE CONTROL      *
      *   TOTALS - THE NOTICES SENT BY LEVEL, THOSE HELD BECAUSE    *
      *   THE STUDENT HAD ALREADY HAD THEM, AND THE STUDENTS WHO    *
      *   PAID AND LEFT THE CYCLE                                   *
      **************************************************************
       8500-DUNNING-REPORT.
                WRITE PRNT-REC FROM REFERRAL-HEADING
                    AFTER ADVANCING PAGE.
                WRITE PRNT-REC FROM REFERRAL-COL-HEADING
                    AFTER ADVANCING 2 LINES.
                MOVE SPACES TO PRNT-REC.
                WRITE PRNT-REC
                    AFTER ADVANCING 1 LINE.
                IF RF-COUNT = 0
                    WRITE PRNT-REC FROM REFERRAL-NONE-LINE
                        AFTER ADVANCING 1 LINE
                ELSE
                    PERFORM 8600-PRINT-REFERRAL-LINE
                        VARYING RF-SUB FROM 1 BY 1
                        UNTIL RF-SUB > RF-COUNT.
                IF NEW-REFERRAL-CT + PRIOR-REFERRAL-CT > RF-COUNT
                    WRITE PRNT-REC FROM REFERRAL-FULL-LINE
                        AFTER ADVANCING 1 LINE.
                MOVE 'STUDENTS READ'              TO RCL-LABEL.
                MOVE STUDENTS-READ                TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 3 LINES.
                MOVE 'STUDENTS IN DUNNING CYCLE'  TO RCL-LABEL.
                MOVE STUDENTS-IN-CYCLE-CT         TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'REMINDERS SENT'             TO RCL-LABEL.
                MOVE REMINDERS-SENT               TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'FIRM NOTICES SENT'          TO RCL-LABEL.
                MOVE FIRM-NOTICES-SENT            TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'FINAL DEMANDS SENT'         TO RCL-LABEL.
                MOVE FINAL-DEMANDS-SENT           TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'NOTICES HELD - ALREADY SENT' TO RCL-LABEL.
                MOVE NOTICES-HELD-CT              TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'STUDENTS LEFT CYCLE'        TO RCL-LABEL.
                MOVE LEFT-CYCLE-CT                TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'NEW COLLECTIONS REFERRALS'  TO RCL-LABEL.
                MOVE NEW-REFERRAL-CT              TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'PRIOR REFERRALS STILL UNPAID' TO RCL-LABEL.
                MOVE PRIOR-REFERRAL-CT            TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'DUNHIST RECORDS CARRIED'    TO RCL-LABEL.
                MOVE DUN-CARRIED-CT               TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'STUDENTS SKIPPED - NO ID'   TO RCL-LABEL.
                MOVE STUDENTS-NO-ID-CT            TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'BALANCE REFERRED'           TO RAL-LABEL.
                MOVE REFERRAL-BALANCE             TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 2 LINES.
       8600-PRINT-REFERRAL-LINE.
                MOVE RF-STU-ID(RF-SUB)     TO RFL-STU-ID.
                MOVE RF-NAME(RF-SUB)       TO RFL-NAME.
                MOVE RF-BALANCE(RF-SUB)    TO RFL-BALANCE.
                MOVE RF-FINAL-DATE(RF-SUB) TO RFL-FINAL-DATE.
                MOVE RF-REFER-DATE(RF-SUB) TO RFL-REFER-DATE.
                MOVE RF-STATUS(RF-SUB)     TO RFL-STATUS.
                WRITE PRNT-REC FROM REFERRAL-LINE
                    AFTER ADVANCING 1 LINE.
      **************************************************************
      *   PUTS A STOP THAT CAME AFTER THE LEDGER CHECK ON THE      *
      *   RUN-CONTROL LEDGER - THE FILE AND REASON THE STOPPING    *
      *   PARAGRAPH NAMED - SO THE NIGHT'S INQUIRY CANNOT SIGN OFF *
      *   A STEP THAT STOPPED PART WAY                             *
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
      *   STOPS THE RUN COLD - DUNHIST-NEW FROM AN ABORTED RUN     *
      *   MUST NEVER BE COPIED OVER THE LIVE DUNHIST, AND ANY      *
      *   NOTICES ALREADY PRINTED MUST NOT BE MAILED               *
      **************************************************************
       9999-ABORT-RUN.
                IF NOT STOP-RECORDED
                   PERFORM 9990-RECORD-STOP.
                DISPLAY 'DUN5 - RUN STOPPED - CHECK THE MASTER NAMED '
                        'ABOVE BEFORE RERUNNING'.
                IF NOTICES-STARTED
                   DISPLAY 'DUN5 - DO NOT MAIL THE NOTICES FROM '
                           'THIS RUN'.
                STOP RUN.
