       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INTSTMT.
       AUTHOR. Matthew Simpson.
      *  YEAR-END STATEMENT OF STUDENT LOAN INTEREST PAID.
      *  READS THE BALSPLIT BALANCE-SPLIT MASTER ASSESS5 WRITES, ONE
      *  RECORD PER STUDENT IN STUDENT-ID ORDER, AND PRINTS FOR THE
      *  BURSAR'S TAX REPORTING HOW MUCH INTEREST EACH STUDENT PAID
      *  IN ONE CALENDAR YEAR.  EVERY PAYMENT IS APPLIED TO LATE FEES
      *  FIRST, THEN TO INTEREST, THEN TO PRINCIPAL, AND ASSESS5
      *  KEEPS THE INTEREST PORTION BY THE YEAR OF THE PAYMENT - THE
      *  YEAR BEING BUILT UP AND THE ONE BEFORE IT - SO ONLY THE
      *  CURRENT AND PRIOR YEAR CAN BE REPORTED.  THE STATEMENT
      *  PRINTS THE FIGURES AS APPLIED THROUGH THE LAST ASSESS5 RUN;
      *  A PAYMENT POSTED SINCE IS NOT ON IT, SO THE YEAR-END
      *  STATEMENTS ARE RUN AFTER THE LAST ASSESSMENT OF THE YEAR.
      *  THE TAX YEAR COMES FROM A ONE-CARD PARAMETER FILE (YYYY).  A
      *  MISSING, ZERO OR UNREADABLE CARD MEANS THE YEAR BEFORE THE
      *  RUN DATE, SO THE JANUARY RUN NEEDS NO CARD AT ALL.
      *  EVERY STUDENT WHO PAID INTEREST IN THE TAX YEAR GETS A
      *  PRINT-READY STATEMENT ON A PAGE OF ITS OWN ON UR-S-INTSTM.
      *  THE REGISTER ON UR-S-INTREG LISTS EVERY STATEMENT PRINTED,
      *  EVERY STUDENT WHOSE TAX-YEAR FIGURE HAS ALREADY BEEN ROLLED
      *  OFF BALSPLIT BY A LATER YEAR'S PAYMENTS (NO STATEMENT CAN BE
      *  PRINTED FOR THEM FROM THE MASTER), AND THE CONTROL TOTALS.
      *  THE BALSPLIT GENERATION READ IS PROVED AGAINST THE RUNLEDG
      *  RUN-CONTROL LEDGER BEFORE ANYTHING IS PRINTED, AND THE RUN
      *  IS RECORDED THERE WITH ITS CONTROL TOTALS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL PARM-FILE     ASSIGN TO 'INTPARM'.
            SELECT OPTIONAL BALSPLIT-FILE ASSIGN TO 'BALSPLIT'.
            SELECT STMT-FILE   ASSIGN TO 'UR-S-INTSTM'.
            SELECT PRNT-FILE   ASSIGN TO 'UR-S-INTREG'.
            SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'RUNLEDG'.

       DATA DIVISION.

       FILE SECTION.
       FD  PARM-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      LAYOUT FOR THE ONE PARAMETER CARD - THE TAX YEAR      *
      **************************************************************
       01  PARM-REC.
                03  Q-TAX-YEAR               PIC 9(4).
                03  FILLER                   PIC X(76).

       FD  BALSPLIT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      BALANCE-SPLIT RECORD, WRITTEN BY THE ASSESS5 MONTHLY  *
      *      ASSESSMENT RUN - SAME LAYOUT LAB5 READS.  BS-INT-YTD  *
      *      IS THE INTEREST PAID IN CALENDAR YEAR BS-INT-YEAR,    *
      *      BS-INT-PRIOR THE INTEREST PAID IN BS-PRIOR-YEAR       *
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

       FD  STMT-FILE
           LABEL RECORDS ARE OMITTED.
       01  STMT-REC                  PIC X(100).

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
                03  RUN-DATE-X REDEFINES RUN-DATE.
                    05  RUN-YYYY            PIC 9(4).
                    05  RUN-MMDD            PIC 9(4).
                03  TAX-YEAR                PIC 9(4)       VALUE 0.
                03  TAX-SOURCE              PIC X(20)      VALUE SPACES.
                03  INT-PAID-AMT            PIC 9(6)V99    VALUE 0.
                03  YEAR-SW                 PIC X          VALUE 'Y'.
                    88  YEAR-ON-FILE                       VALUE 'Y'.
                    88  YEAR-ROLLED-OFF                    VALUE 'N'.
       01  EOF-SWITCHES.
                03  EOF-P                   PIC 9          VALUE 0.
                03  EOF-BS                  PIC 9          VALUE 0.
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
                    'INTSTMT'.
                03  LEDGER-TITLE            PIC X(40)      VALUE
                    'YEAR-END INTEREST PAID STATEMENTS'.
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
      *    CONTROL TOTALS FOR THE INTEREST REGISTER                 *
      **************************************************************
       01  STMT-TOTALS.
                03  STUDENTS-READ           PIC 9(5)       VALUE 0.
                03  STATEMENTS-PRINTED      PIC 9(5)       VALUE 0.
                03  NO-INTEREST-CT          PIC 9(5)       VALUE 0.
                03  ROLLED-OFF-CT           PIC 9(5)       VALUE 0.
                03  TOTAL-INT-PAID          PIC 9(9)V99    VALUE 0.
      **************************************************************
      *      LAYOUT FOR THE PRINTED STATEMENTS - ONE PAGE PER       *
      *      STUDENT                                                *
      **************************************************************
       01  STMT-HEADING1.
                03  FILLER                 PIC X(40)      VALUE
                    'OFFICE OF THE BURSAR - STUDENT LOANS'.
                03  FILLER                 PIC X(6)       VALUE
                    'DATE '.
                03  SH1-DATE               PIC 9(8).
       01  STMT-TITLE-LINE.
                03  FILLER                 PIC X(12)      VALUE SPACES.
                03  FILLER                 PIC X(40)      VALUE
                    'STATEMENT OF STUDENT LOAN INTEREST PAID'.
       01  STMT-YEAR-LINE.
                03  FILLER                 PIC X(12)      VALUE SPACES.
                03  FILLER                 PIC X(9)       VALUE
                    'TAX YEAR '.
                03  SYL-TAX-YEAR           PIC 9(4).
       01  STMT-TO-LINE.
                03  FILLER                 PIC X(12)      VALUE
                    'TO:'.
                03  STL-NAME               PIC X(20).
       01  STMT-ID-LINE.
                03  FILLER                 PIC X(12)      VALUE
                    'STUDENT ID:'.
                03  SIL-STU-ID             PIC 9(7).
       01  STMT-AMOUNT-LINE.
                03  FILLER                 PIC X(30)      VALUE
                    'INTEREST PAID IN TAX YEAR'.
                03  SAL-AMOUNT             PIC ZZZ,ZZ9.99.
       01  STMT-TEXT1.
                03  FILLER                 PIC X(42)      VALUE
                    'EACH PAYMENT ON YOUR STUDENT LOAN ACCOUNT '.
                03  FILLER                 PIC X(23)      VALUE
                    'IS APPLIED TO LATE FEES'.
       01  STMT-TEXT2.
                03  FILLER                 PIC X(33)      VALUE
                    'FIRST, THEN TO INTEREST, THEN TO '.
                03  FILLER                 PIC X(31)      VALUE
                    'PRINCIPAL.  THE AMOUNT SHOWN IS'.
       01  STMT-TEXT3.
                03  FILLER                 PIC X(37)      VALUE
                    'THE INTEREST PORTION OF THE PAYMENTS '.
                03  FILLER                 PIC X(25)      VALUE
                    'RECEIVED IN THE TAX YEAR.'.
       01  STMT-CLOSING-LINE.
                03  FILLER                 PIC X(41)      VALUE
                    'PLEASE KEEP THIS STATEMENT WITH YOUR TAX '.
                03  FILLER                 PIC X(8)       VALUE
                    'RECORDS.'.
      **************************************************************
      *      LAYOUT FOR THE INTEREST REGISTER                       *
      **************************************************************
       01  REG-HEADING1.
                03  FILLER                 PIC X(34)      VALUE
                    'YEAR-END INTEREST PAID REGISTER'.
                03  RH1-DATE               PIC 9(8).
       01  REG-HEADING2.
                03  FILLER                 PIC X(9)       VALUE
                    'TAX YEAR '.
                03  RH2-TAX-YEAR           PIC 9(4).
                03  FILLER                 PIC X(3)       VALUE SPACES.
                03  RH2-SOURCE             PIC X(20).
       01  REG-HEADING3.
                03  FILLER                 PIC X(50)      VALUE
                    'AS APPLIED THROUGH THE LAST ASSESS5 RUN'.
       01  REG-COL-HEADING.
                03  FILLER                 PIC X(31)      VALUE
                    'STU ID   NAME'.
                03  FILLER                 PIC X(30)      VALUE
                    ' INTEREST PAID  NOTE'.
       01  REGISTER-LINE.
                03  RGL-STU-ID             PIC 9(7).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RGL-NAME               PIC X(20).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RGL-AMOUNT             PIC X(14).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RGL-NOTE               PIC X(30).
       01  AMOUNT-EDIT                     PIC ZZZ,ZZZ,ZZ9.99.
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
                PERFORM 1000-LOAD-TAX-YEAR.
                PERFORM 0100-CHECK-RUN-LEDGER.
                OPEN INPUT BALSPLIT-FILE.
                OPEN OUTPUT STMT-FILE
                     PRNT-FILE.
                PERFORM 8000-PRINT-HEADINGS.
                PERFORM 2000-READ-BALSPLIT.
                PERFORM 1500-ONE-STUDENT
                    UNTIL EOF-BS = 1.
                PERFORM 8500-REGISTER-TOTALS.
                CLOSE BALSPLIT-FILE
                      STMT-FILE
                      PRNT-FILE.
                PERFORM 7800-POST-RUN-LEDGER.
                STOP RUN.
      **************************************************************
      *   CHECKS THE RUN-CONTROL LEDGER BEFORE ANYTHING IS OPENED - *
      *   THE BALSPLIT IN HAND MUST BE THE GENERATION ASSESS5 LAST  *
      *   WROTE, OR THE VERY COPY THIS STEP ALREADY READ WHEN THIS  *
      *   IS A RERUN.  A MASTER NEVER YET WRITTEN UNDER THE LEDGER  *
      *   IS TAKEN AS GENERATION ZERO                               *
      **************************************************************
       0100-CHECK-RUN-LEDGER.
                ACCEPT LEDGER-TIME FROM TIME.
                PERFORM 0105-CLEAR-GEN-ENTRY
                    VARYING GEN-SUB FROM 1 BY 1
                    UNTIL GEN-SUB > GEN-COUNT.
                MOVE 'BALSPLIT' TO GEN-FILE(1).
                MOVE 'I'        TO GEN-USE(1).
                OPEN INPUT LEDGER-FILE.
                PERFORM 0110-READ-LEDGER.
                PERFORM 0120-NOTE-LEDGER-ENTRY
                    UNTIL EOF-LG = 1.
                CLOSE LEDGER-FILE.
                PERFORM 0240-FINGERPRINT-BALSPLIT.
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
      *   GENERATION WRITTEN, OR OF THE ONE THIS STEP READ LAST     *
      *   TIME WHEN NOTHING HAS WRITTEN A NEWER ONE SINCE           *
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
                DISPLAY 'INTSTMT - ' GEN-FILE(GEN-SUB)
                        ' IS NOT GENERATION ' GEN-W-GEN(GEN-SUB)
                        ' WRITTEN BY ' GEN-W-STEP(GEN-SUB)
                        ' ON ' GEN-W-DATE(GEN-SUB).
                DISPLAY 'INTSTMT - COPY THE NEW FILE FROM '
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
      *   FINGERPRINTS THE BALSPLIT COPY IN HAND - A BALSPLIT       *
      *   GENERATION IS KNOWN BY ITS RECORD COUNT AND A HASH OF     *
      *   EVERY STUDENT ID PLUS EVERYTHING BILLED AND PAID TO DATE  *
      **************************************************************
       0240-FINGERPRINT-BALSPLIT.
                MOVE 0 TO EOF-LP.
                MOVE 0 TO FP-COUNT.
                MOVE 0 TO FP-HASH.
                OPEN INPUT BALSPLIT-FILE.
                PERFORM 0245-READ-BALSPLIT-PASS
                    UNTIL EOF-LP = 1.
                CLOSE BALSPLIT-FILE.
                MOVE FP-COUNT TO GEN-CUR-COUNT(1).
                MOVE FP-HASH  TO GEN-CUR-HASH(1).
       0245-READ-BALSPLIT-PASS.
                READ BALSPLIT-FILE
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   PERFORM 0280-HASH-BALSPLIT-REC.
      **************************************************************
      *   ADDS ONE BALSPLIT RECORD TO THE FINGERPRINT BEING BUILT   *
      **************************************************************
       0280-HASH-BALSPLIT-REC.
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
      *   READS THE ONE PARAMETER CARD - NO CARD, OR A ZERO OR     *
      *   UNREADABLE YEAR, MEANS THE YEAR BEFORE THE RUN DATE      *
      **************************************************************
       1000-LOAD-TAX-YEAR.
                OPEN INPUT PARM-FILE.
                READ PARM-FILE
                    AT END MOVE 1 TO EOF-P.
                CLOSE PARM-FILE.
                IF EOF-P NOT = 1
                   AND Q-TAX-YEAR NUMERIC
                   AND Q-TAX-YEAR > 0
                   MOVE Q-TAX-YEAR TO TAX-YEAR
                   MOVE 'FROM PARAMETER CARD' TO TAX-SOURCE
                ELSE
                   SUBTRACT 1 FROM RUN-YYYY GIVING TAX-YEAR
                   MOVE 'YEAR BEFORE RUN DATE' TO TAX-SOURCE.
      **************************************************************
      *   FINDS THE INTEREST ONE STUDENT PAID IN THE TAX YEAR AND   *
      *   PRINTS THEIR STATEMENT.  A STUDENT WHO PAID NONE IS ONLY  *
      *   COUNTED; ONE WHOSE TAX-YEAR FIGURE HAS ALREADY ROLLED OFF *
      *   IS PUT ON THE REGISTER SO THE BURSAR CAN FOLLOW IT UP     *
      **************************************************************
       1500-ONE-STUDENT.
                ADD 1 TO STUDENTS-READ.
                PERFORM 1600-FIND-INTEREST-PAID.
                IF YEAR-ROLLED-OFF
                   ADD 1 TO ROLLED-OFF-CT
                   PERFORM 8200-PRINT-ROLLED-OFF-LINE
                ELSE
                IF INT-PAID-AMT > 0
                   ADD 1 TO STATEMENTS-PRINTED
                   ADD INT-PAID-AMT TO TOTAL-INT-PAID
                   PERFORM 4000-PRINT-STATEMENT
                   PERFORM 8100-PRINT-REGISTER-LINE
                ELSE
                   ADD 1 TO NO-INTEREST-CT.
                PERFORM 2000-READ-BALSPLIT.
      **************************************************************
      *   BALSPLIT HOLDS THE INTEREST PAID IN TWO YEARS - THE ONE   *
      *   BEING BUILT UP AND THE ONE BEFORE IT.  A TAX YEAR THAT IS *
      *   NEITHER, BUT FALLS BETWEEN THEM OR AFTER THEM, SIMPLY HAD *
      *   NO INTEREST PAID; ONE OLDER THAN THE PRIOR YEAR KEPT HAS  *
      *   BEEN ROLLED OFF AND CANNOT BE REPORTED FROM THE MASTER    *
      **************************************************************
       1600-FIND-INTEREST-PAID.
                MOVE 0 TO INT-PAID-AMT.
                MOVE 'Y' TO YEAR-SW.
                IF BS-INT-YEAR = TAX-YEAR
                   MOVE BS-INT-YTD TO INT-PAID-AMT
                ELSE
                IF BS-PRIOR-YEAR = TAX-YEAR
                   MOVE BS-INT-PRIOR TO INT-PAID-AMT
                ELSE
                IF BS-PRIOR-YEAR > TAX-YEAR
                   MOVE 'N' TO YEAR-SW.
       2000-READ-BALSPLIT.
                READ BALSPLIT-FILE
                    AT END MOVE 1 TO EOF-BS.
      **************************************************************
      *   PRINTS ONE STUDENT'S STATEMENT ON A PAGE OF ITS OWN,      *
      *   READY FOR THE MAILROOM                                    *
      **************************************************************
       4000-PRINT-STATEMENT.
                MOVE RUN-DATE TO SH1-DATE.
                WRITE STMT-REC FROM STMT-HEADING1
                    AFTER ADVANCING PAGE.
                WRITE STMT-REC FROM STMT-TITLE-LINE
                    AFTER ADVANCING 3 LINES.
                MOVE TAX-YEAR TO SYL-TAX-YEAR.
                WRITE STMT-REC FROM STMT-YEAR-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE BS-NAME TO STL-NAME.
                WRITE STMT-REC FROM STMT-TO-LINE
                    AFTER ADVANCING 3 LINES.
                MOVE BS-STU-ID TO SIL-STU-ID.
                WRITE STMT-REC FROM STMT-ID-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE INT-PAID-AMT TO SAL-AMOUNT.
                WRITE STMT-REC FROM STMT-AMOUNT-LINE
                    AFTER ADVANCING 3 LINES.
                WRITE STMT-REC FROM STMT-TEXT1
                    AFTER ADVANCING 3 LINES.
                WRITE STMT-REC FROM STMT-TEXT2
                    AFTER ADVANCING 1 LINE.
                WRITE STMT-REC FROM STMT-TEXT3
                    AFTER ADVANCING 1 LINE.
                WRITE STMT-REC FROM STMT-CLOSING-LINE
                    AFTER ADVANCING 2 LINES.
      **************************************************************
      *   RECORDS THIS RUN ON THE RUN-CONTROL LEDGER - THE STEP,    *
      *   THE BALSPLIT GENERATION READ AND THE CONTROL TOTALS -     *
      *   ONLY ONCE EVERYTHING ELSE HAS CLOSED CLEANLY              *
      **************************************************************
       7800-POST-RUN-LEDGER.
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
                MOVE 'TAX YEAR' TO LEDGER-TOTAL-NAME.
                MOVE TAX-YEAR TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'STUDENTS READ' TO LEDGER-TOTAL-NAME.
                MOVE STUDENTS-READ TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'STUDENTS WITH INTEREST PAID' TO LEDGER-TOTAL-NAME.
                MOVE STATEMENTS-PRINTED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'STUDENTS WITH NO INTEREST PAID'
                     TO LEDGER-TOTAL-NAME.
                MOVE NO-INTEREST-CT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'TAX YEAR ROLLED OFF BALSPLIT'
                     TO LEDGER-TOTAL-NAME.
                MOVE ROLLED-OFF-CT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'TOTAL INTEREST PAID' TO LEDGER-TOTAL-NAME.
                MOVE TOTAL-INT-PAID TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                CLOSE LEDGER-FILE.
       7810-WRITE-GEN-RECORDS.
                IF GEN-IS-INPUT(GEN-SUB)
                   PERFORM 7815-START-GEN-RECORD
                   MOVE 'R'                    TO LG-TYPE
                   MOVE GEN-READ-GEN(GEN-SUB)  TO LG-GEN
                   MOVE GEN-CUR-COUNT(GEN-SUB) TO LG-REC-COUNT
                   MOVE GEN-CUR-HASH(GEN-SUB)  TO LG-HASH-TOTAL
                   MOVE GEN-CUR-STAMP(GEN-SUB) TO LG-STAMP
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
      *   PRINTS THE INTEREST REGISTER HEADINGS                     *
      **************************************************************
       8000-PRINT-HEADINGS.
                MOVE RUN-DATE TO RH1-DATE.
                WRITE PRNT-REC FROM REG-HEADING1
                    AFTER ADVANCING PAGE.
                MOVE TAX-YEAR   TO RH2-TAX-YEAR.
                MOVE TAX-SOURCE TO RH2-SOURCE.
                WRITE PRNT-REC FROM REG-HEADING2
                    AFTER ADVANCING 1 LINE.
                WRITE PRNT-REC FROM REG-HEADING3
                    AFTER ADVANCING 1 LINE.
                WRITE PRNT-REC FROM REG-COL-HEADING
                    AFTER ADVANCING 2 LINES.
                MOVE SPACES TO PRNT-REC.
                WRITE PRNT-REC
                    AFTER ADVANCING 1 LINE.
      **************************************************************
      *   PUTS ONE STATEMENT PRINTED ON THE REGISTER                *
      **************************************************************
       8100-PRINT-REGISTER-LINE.
                MOVE BS-STU-ID    TO RGL-STU-ID.
                MOVE BS-NAME      TO RGL-NAME.
                MOVE INT-PAID-AMT TO AMOUNT-EDIT.
                MOVE AMOUNT-EDIT  TO RGL-AMOUNT.
                MOVE SPACES       TO RGL-NOTE.
                WRITE PRNT-REC FROM REGISTER-LINE
                    AFTER ADVANCING 1 LINE.
      **************************************************************
      *   PUTS A STUDENT WHOSE TAX-YEAR FIGURE IS NO LONGER ON      *
      *   BALSPLIT ON THE REGISTER - NO STATEMENT IS PRINTED        *
      **************************************************************
       8200-PRINT-ROLLED-OFF-LINE.
                MOVE BS-STU-ID    TO RGL-STU-ID.
                MOVE BS-NAME      TO RGL-NAME.
                MOVE 'NOT ON FILE' TO RGL-AMOUNT.
                MOVE 'YEAR ROLLED OFF - NO STATEMENT' TO RGL-NOTE.
                WRITE PRNT-REC FROM REGISTER-LINE
                    AFTER ADVANCING 1 LINE.
      **************************************************************
      *   PRINTS THE CONTROL TOTALS AT THE FOOT OF THE REGISTER     *
      **************************************************************
       8500-REGISTER-TOTALS.
                MOVE 'STUDENTS READ'              TO RCL-LABEL.
                MOVE STUDENTS-READ                TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 3 LINES.
                MOVE 'STATEMENTS PRINTED'         TO RCL-LABEL.
                MOVE STATEMENTS-PRINTED           TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'STUDENTS WITH NO INTEREST PAID' TO RCL-LABEL.
                MOVE NO-INTEREST-CT               TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'TAX YEAR ROLLED OFF BALSPLIT' TO RCL-LABEL.
                MOVE ROLLED-OFF-CT                TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'TOTAL INTEREST PAID'        TO RAL-LABEL.
                MOVE TOTAL-INT-PAID               TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 2 LINES.
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
      *   STOPS THE RUN COLD - STATEMENTS PRINTED OFF THE WRONG     *
      *   BALSPLIT GENERATION MUST NOT BE MAILED                    *
      **************************************************************
       9999-ABORT-RUN.
                IF NOT STOP-RECORDED
                   PERFORM 9990-RECORD-STOP.
                DISPLAY 'INTSTMT - RUN STOPPED - CHECK THE BALSPLIT '
                        'COPY STEP BEFORE RERUNNING'.
                STOP RUN.
