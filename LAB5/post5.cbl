      *  ITS STUDENT FILE, APPENDING EACH PAYMENT TO THE STUDENT'S
      *  PAYMENT-HISTORY ARRAY INSTEAD OF REQUIRING THE MASTER TO BE
      *  HAND-EDITED.  OLD MASTER (PAYHIST) AND TRANSACTIONS
      *  (PAYTRANS) ARE BOTH IN ASCENDING ORDER OF THE PERMANENT
      *  STUDENT ID ISSUED BY STUASSGN, AND ARE MATCHED ON THAT ID -
      *  NOT THE NAME - SO TWO STUDENTS SHARING A NAME NEVER SHARE A
      *  HISTORY.  A TRANSACTION WITH NO STUDENT ID (ZERO) MATCHES NO
      *  MASTER AND IS REJECTED.  THIS IS A
      *  STANDARD SEQUENTIAL MASTER-FILE UPDATE - THE OLD MASTER IS
      *  NEVER REWRITTEN IN PLACE, A NEW MASTER (PAYHIST-NEW) IS
      *  WRITTEN INSTEAD.  OPERATIONS COPIES PAYHIST-NEW OVER PAYHIST
      *  THE STANDING TRAIL, GIVING A DURABLE RECORD OF HOW EVERY
      *  STUDENT'S PAYMENT HISTORY GOT THE WAY IT IS LONG AFTER THE
      *  PRINTED RECONCILIATION REPORT IS GONE.
      *  THE RUN IS ALSO RECORDED ON THE RUNLEDG RUN-CONTROL LEDGER
      *  SHARED BY THE WHOLE NIGHTLY JOB STREAM - THE RUN DATE, THE
      *  PAYHIST GENERATION READ AND THE ONE WRITTEN TO PAYHIST-NEW,
      *  AND THE RECONCILIATION CONTROL TOTALS.  BEFORE ANYTHING IS
      *  OPENED THE LEDGER IS CHECKED, AND A PAYHIST THAT IS NOT THE
      *  GENERATION THE LAST STEP TO WRITE IT PRODUCED (A NEW FILE
      *  NEVER COPIED OVER THE MASTER, OR AN OLD COPY RESTORED) STOPS
      *  THE RUN BEFORE A SINGLE PAYMENT IS POSTED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
            SELECT TRANS-FILE   ASSIGN TO 'PAYTRANS'.
            SELECT PRNT-FILE    ASSIGN TO 'UR-S-POST'.
            SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'PAYAUDIT'.
            SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'RUNLEDG'.

       DATA DIVISION.

      *      A MASTER STILL ON THE OLD LAYOUT WITHOUT THIS DATE     *
      *      MUST BE CONVERTED ONCE WITH PHCONV BEFORE POSTING -    *
      *      READ DIRECTLY, ITS RECORDS WOULD MISALIGN AFTER THE    *
      *      FIRST ONE.  PH-STU-ID IS THE PERMANENT STUDENT ID,     *
      *      THE MATCH KEY (LAYOUT VERSION 03) - A LAYOUT-02 MASTER *
      *      IS STAMPED ONCE BY STUCONV                             *
      **************************************************************
       01  PAYHIST-REC.
                03  PH-NAME                   PIC X(20).
                03  PH-PAID-AMT               PIC 9(4)V99
                          OCCURS 12 TIMES.
                03  PH-LAST-PAID-DATE         PIC 9(8).
                03  PH-STU-ID                 PIC 9(7).

       FD  NEW-PAYHIST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  NEW-PAYHIST-REC                    PIC X(109).

       FD  TRANS-FILE
           BLOCK CONTAINS 0 RECORDS
      *      ORDINARY PAYMENT.  TRANSACTION FILES MUST BE PRODUCED  *
      *      AT THIS FULL RECORD LENGTH, TYPE BYTE INCLUDED - A     *
      *      FILE STILL CUT WITHOUT THE TYPE BYTE WOULD MISALIGN    *
      *      AFTER ITS FIRST RECORD.  T-STU-ID IS THE MATCH KEY;    *
      *      T-NAME IS CARRIED FOR THE REPORTS AND AUDIT TRAIL      *
      **************************************************************
       01  TRANS-DATA.
                03  T-NAME                   PIC X(20).
                03  T-AMOUNT                 PIC 9(4)V99.
                03  T-DATE                   PIC 9(8).
                03  T-TYPE                   PIC X.
                03  T-STU-ID                 PIC 9(7).

       FD  PRNT-FILE
           LABEL RECORDS ARE OMITTED.
                03  AU-TRANS-DATE            PIC 9(8).
                03  AU-ACTION                PIC X(8).
                03  AU-REASON                PIC X(25).
                03  AU-STU-ID                PIC 9(7).

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
                03  TR-TOTAL-PAID           PIC 9(9)V99.
                03  TR-LAYOUT-VERSION       PIC 99.
                03  TR-RUN-DATE             PIC 9(8).
                03  FILLER                  PIC X(61).
       01  TRAILER-CONSTANTS.
                03  TRAILER-ID              PIC X(20)      VALUE
                    '*** PAYHIST TRAILER*'.
                03  PAYHIST-LAYOUT-VER      PIC 99         VALUE 03.
       01  TRAILER-CTL.
                03  TRAILER-SEEN-SW         PIC X          VALUE 'N'.
                    88  TRAILER-SEEN                       VALUE 'Y'.
                03  NEW-REC-COUNT           PIC 9(7)       VALUE 0.
                03  NEW-PAID-TOTAL          PIC 9(9)V99    VALUE 0.
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
                    'POST5'.
                03  LEDGER-TITLE            PIC X(40)      VALUE
                    'PAYMENT TRANSACTION POSTING'.
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
      *    DISPOSITION AND REASON CARRIED FROM THE POSTING/REJECT   *
      *    PARAGRAPHS TO THE AUDIT-TRAIL WRITE                      *
      **************************************************************
       01  STUDENT-OOB-TABLE.
                03  OOB-ENTRY       OCCURS 200 TIMES.
                    05  OOB-NAME             PIC X(20).
                    05  OOB-STU-ID           PIC 9(7).
                    05  OOB-POSTED           PIC S9(7)V99.
                    05  OOB-DELTA            PIC S9(7)V99.
       01  STUDENT-OOB-CTL.
       01  REJECT-TABLE.
                03  RJ-ENTRY        OCCURS 200 TIMES.
                    05  RJ-NAME              PIC X(20).
                    05  RJ-STU-ID            PIC 9(7).
                    05  RJ-AMOUNT            PIC 9(4)V99.
                    05  RJ-REASON            PIC X(25).
       01  REJECT-CTL.
                03  FILLER                 PIC X(30)      VALUE
                    'REJECTED PAYMENT TRANSACTIONS'.
       01  REJECT-LINE.
                03  RJL-STU-ID             PIC 9(7).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RJL-NAME               PIC X(20).
                03  FILLER                 PIC X(5)       VALUE SPACES.
                03  RJL-AMOUNT             PIC ZZZZ9.99.
                03  FILLER                 PIC X(49)      VALUE
                    'STUDENTS OUT OF BALANCE - POSTED VS PAID INCREASE'.
       01  STUDENT-OOB-LINE.
                03  OOBL-STU-ID            PIC 9(7).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  OOBL-NAME              PIC X(20).
                03  FILLER                 PIC X(3)       VALUE SPACES.
                03  OOBL-POSTED            PIC ZZZZZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                ACCEPT RUN-DATE FROM DATE YYYYMMDD.
                PERFORM 0100-CHECK-RUN-LEDGER.
                OPEN INPUT OLD-PAYHIST
                     TRANS-FILE.
                OPEN OUTPUT NEW-PAYHIST
                     PRNT-FILE.
                OPEN EXTEND AUDIT-FILE.
                PERFORM 2000-READ-MASTER.
                PERFORM 2100-READ-TRANS.
                PERFORM 1000-PROCESS-ONE-MASTER
                      TRANS-FILE
                      PRNT-FILE
                      AUDIT-FILE.
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
                MOVE 'U'        TO GEN-USE(1).
                OPEN INPUT LEDGER-FILE.
                PERFORM 0110-READ-LEDGER.
                PERFORM 0120-NOTE-LEDGER-ENTRY
                    UNTIL EOF-LG = 1.
                CLOSE LEDGER-FILE.
                PERFORM 0200-FINGERPRINT-PAYHIST.
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
                DISPLAY 'POST5 - ' GEN-FILE(GEN-SUB)
                        ' IS NOT GENERATION ' GEN-W-GEN(GEN-SUB)
                        ' WRITTEN BY ' GEN-W-STEP(GEN-SUB)
                        ' ON ' GEN-W-DATE(GEN-SUB).
                DISPLAY 'POST5 - COPY THE NEW FILE FROM '
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
                OPEN INPUT OLD-PAYHIST.
                PERFORM 0210-READ-PAYHIST-PASS
                    UNTIL EOF-LP = 1.
                CLOSE OLD-PAYHIST.
       0210-READ-PAYHIST-PASS.
                READ OLD-PAYHIST INTO PAYHIST-REC
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
      *   APPLIES EVERY TRANSACTION THAT MATCHES THE CURRENT        *
      *   MASTER RECORD'S STUDENT ID, REJECTS ANY THAT SORT AHEAD   *
      *   OF IT (NO MASTER EXISTS FOR THEM), THEN WRITES THE MASTER *
      *   RECORD - UPDATED OR NOT - TO THE NEW MASTER.  A MASTER    *
      *   WITH NO STUDENT ID (ZERO) NEVER TAKES A TRANSACTION       *
      **************************************************************
       1000-PROCESS-ONE-MASTER.
                PERFORM 1900-REJECT-TRANSACTION
                    UNTIL EOF-T = 1
                    OR T-STU-ID NOT < PH-STU-ID.
                MOVE 0 TO SUM-ACCUM.
                PERFORM 1060-SUM-PAYMENTS.
                MOVE SUM-ACCUM TO OLD-PAID-SUM.
                MOVE 0 TO STUDENT-POSTED.
                PERFORM 1100-APPLY-TRANSACTION
                    UNTIL EOF-T = 1
                    OR T-STU-ID NOT = PH-STU-ID
                    OR PH-STU-ID = 0.
                MOVE 0 TO SUM-ACCUM.
                PERFORM 1060-SUM-PAYMENTS.
                MOVE SUM-ACCUM TO NEW-PAID-SUM.
                IF RJ-COUNT < 200
                   ADD 1 TO RJ-COUNT
                   MOVE T-NAME   TO RJ-NAME(RJ-COUNT)
                   MOVE T-STU-ID TO RJ-STU-ID(RJ-COUNT)
                   MOVE T-AMOUNT TO RJ-AMOUNT(RJ-COUNT)
                   MOVE REJECT-REASON TO RJ-REASON(RJ-COUNT).
      **************************************************************
                MOVE T-DATE        TO AU-TRANS-DATE.
                MOVE AUDIT-ACTION  TO AU-ACTION.
                MOVE AUDIT-REASON  TO AU-REASON.
                MOVE T-STU-ID      TO AU-STU-ID.
                WRITE AUDIT-REC.
      **************************************************************
      *   LOGS A STUDENT WHOSE POSTED PAYMENTS FOR THIS MASTER      *
                IF OOB-COUNT < 200
                   ADD 1 TO OOB-COUNT
                   MOVE PH-NAME        TO OOB-NAME(OOB-COUNT)
                   MOVE PH-STU-ID      TO OOB-STU-ID(OOB-COUNT)
                   MOVE STUDENT-POSTED TO OOB-POSTED(OOB-COUNT)
                   MOVE STUDENT-DELTA  TO OOB-DELTA(OOB-COUNT).
      **************************************************************
                IF EOF-M NOT = 1
                   AND PH-LAST-PAID-DATE NOT NUMERIC
                   MOVE 0 TO PH-LAST-PAID-DATE.
                IF EOF-M NOT = 1
                   AND PH-STU-ID NOT NUMERIC
                   MOVE 0 TO PH-STU-ID.
      **************************************************************
      *   PROVES THE OLD MASTER'S TRAILER - RIGHT LAYOUT VERSION,  *
      *   AND A RECORD COUNT AND PAID TOTAL THAT MATCH WHAT WAS    *
                   OR TR-TOTAL-PAID NOT NUMERIC
                   OR TR-LAYOUT-VERSION NOT NUMERIC
                   DISPLAY 'POST5 - PAYHIST TRAILER UNREADABLE'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'TRAILER UNREADABLE' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF TR-LAYOUT-VERSION NOT = PAYHIST-LAYOUT-VER
                   DISPLAY 'POST5 - PAYHIST LAYOUT VERSION '
                           TR-LAYOUT-VERSION ' NOT THE EXPECTED '
                           PAYHIST-LAYOUT-VER
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'WRONG LAYOUT VERSION' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF TR-REC-COUNT NOT = VER-REC-COUNT
                   OR TR-TOTAL-PAID NOT = VER-PAID-TOTAL
                   DISPLAY 'POST5 - PAYHIST TRAILER DOES NOT MATCH '
                           'FILE CONTENTS - PARTIAL OR CORRUPT COPY'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'TRAILER DOES NOT MATCH' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   THE TRAILER MUST BE THE PHYSICALLY LAST RECORD - A       *
                   DISPLAY 'POST5 - RECORDS FOUND BEHIND THE PAYHIST '
                           'TRAILER - MASTER WAS APPENDED TO, NOT '
                           'REPLACED'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'RECORDS BEHIND TRAILER' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   A MASTER THAT RAN OUT WITHOUT EVER SHOWING A TRAILER IS  *
                IF NOT TRAILER-SEEN
                   DISPLAY 'POST5 - NO CONTROL TRAILER ON PAYHIST - '
                           'PARTIAL COPY OR UNSTAMPED MASTER'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'NO CONTROL TRAILER' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   STAMPS THE NEW MASTER WITH ITS OWN CONTROL TRAILER SO    *
                MOVE NEW-PAID-TOTAL     TO TR-TOTAL-PAID.
                MOVE PAYHIST-LAYOUT-VER TO TR-LAYOUT-VERSION.
                MOVE RUN-DATE           TO TR-RUN-DATE.
                MOVE SPACES TO TRAILER-DATA(49:61).
                WRITE NEW-PAYHIST-REC FROM TRAILER-DATA.
      **************************************************************
      *   RECORDS THIS RUN ON THE RUN-CONTROL LEDGER - THE STEP,    *
      *   EVERY GENERATION READ AND WRITTEN, AND THE CONTROL        *
      *   TOTALS - ONLY ONCE EVERYTHING ELSE HAS CLOSED CLEANLY     *
      **************************************************************
       7800-POST-RUN-LEDGER.
                MOVE NEW-REC-COUNT  TO GEN-NEW-COUNT(1).
                MOVE NEW-PAID-TOTAL TO GEN-NEW-HASH(1).
                MOVE RUN-DATE       TO GEN-NEW-STAMP(1).
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
                MOVE 'TRANSACTIONS READ' TO LEDGER-TOTAL-NAME.
                MOVE TRANS-READ TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'TRANSACTIONS POSTED' TO LEDGER-TOTAL-NAME.
                MOVE TRANS-POSTED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'TRANSACTIONS REVERSED' TO LEDGER-TOTAL-NAME.
                MOVE TRANS-REVERSED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'TRANSACTIONS REJECTED' TO LEDGER-TOTAL-NAME.
                MOVE TRANS-REJECTED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'AMOUNT POSTED' TO LEDGER-TOTAL-NAME.
                MOVE AMOUNT-POSTED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'AMOUNT REVERSED' TO LEDGER-TOTAL-NAME.
                MOVE AMOUNT-REVERSED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'NEW MASTER PAID INCREASE' TO LEDGER-TOTAL-NAME.
                MOVE MASTER-DELTA TO LEDGER-TOTAL-VALUE.
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
      *   STOPS THE RUN COLD - A MASTER THAT CANNOT BE PROVED      *
      *   WHOLE MUST NOT BE POSTED AGAINST OR HANDED DOWNSTREAM    *
      **************************************************************
       9999-ABORT-RUN.
                IF NOT STOP-RECORDED
                   PERFORM 9990-RECORD-STOP.
                DISPLAY 'POST5 - RUN STOPPED - CORRECT THE PAYHIST '
                        'MASTER BEFORE RERUNNING'.
                STOP RUN.
      **************************************************************
      *   READS THE TRANSACTION FILE, COUNTING EVERY TRANSACTION    *
      *   ACTUALLY READ - A NON-NUMERIC STUDENT ID IS TREATED AS    *
      *   ZERO SO IT CAN NEVER MATCH A MASTER                       *
      **************************************************************
       2100-READ-TRANS.
                READ TRANS-FILE
                    AT END MOVE 1 TO EOF-T.
                IF EOF-T NOT = 1
                   ADD 1 TO TRANS-READ
                   IF T-STU-ID NOT NUMERIC
                      MOVE 0 TO T-STU-ID.
      **************************************************************
      *   PRINTS THE CONTROL TOTALS, THE INDEPENDENTLY-COMPUTED     *
      *   NEW-MASTER PAID INCREASE, AN OUT-OF-BALANCE LINE IF THE   *
                        VARYING OOB-SUB FROM 1 BY 1
                        UNTIL OOB-SUB > OOB-COUNT.
       8100-PRINT-REJECT-LINE.
                MOVE RJ-STU-ID(RJ-SUB) TO RJL-STU-ID.
                MOVE RJ-NAME(RJ-SUB)   TO RJL-NAME.
                MOVE RJ-AMOUNT(RJ-SUB) TO RJL-AMOUNT.
                MOVE RJ-REASON(RJ-SUB) TO RJL-REASON.
      *   EXCEPTION TABLE                                           *
      **************************************************************
       8200-PRINT-STUDENT-OOB-LINE.
                MOVE OOB-STU-ID(OOB-SUB) TO OOBL-STU-ID.
                MOVE OOB-NAME(OOB-SUB)   TO OOBL-NAME.
                MOVE OOB-POSTED(OOB-SUB) TO OOBL-POSTED.
                MOVE OOB-DELTA(OOB-SUB)  TO OOBL-DELTA.
