       AUTHOR. Matthew Simpson.
      *  ONE-TIME CONVERSION OF THE PAYHIST PAYMENT-HISTORY MASTER
      *  FROM THE OLD 94-BYTE LAYOUT (NO LAST-PAID DATE) TO THE
      *  102-BYTE LAYOUT-02 RECORD.  EACH OLD RECORD IS COPIED FIELD
      *  FOR FIELD AND PH-LAST-PAID-DATE IS SET TO ZERO, MEANING NO
      *  PAYMENT HAS YET CARRIED A DATE.
      *  THE 102-BYTE MASTER IS NOT WHAT POST5, LAB5 AND THE OTHER
      *  PAYHIST READERS TAKE - THEY READ THE 109-BYTE LAYOUT-03
      *  RECORD CARRYING THE PERMANENT STUDENT ID, AND STOP COLD ON
      *  A LAYOUT-02 TRAILER.  THIS PROGRAM'S OUTPUT IS INPUT ONLY
      *  TO STUCONV, WHICH ADDS THE ID, SO THE ORDER FOR AN OLD
      *  MASTER IS PHCONV, THEN STUCONV, AND ONLY THEN THE FIRST
      *  POST5 OR LAB5 RUN.  THE OLD MASTER IS NEVER REWRITTEN
      *  IN PLACE - THE CONVERTED MASTER IS WRITTEN TO PAYHIST-NEW
      *  AND OPERATIONS COPIES IT OVER PAYHIST AFTERWARD, THE SAME
      *  AS AFTER A POSTING RUN.  RUNNING THIS AGAINST AN ALREADY-
      *  SO IT MUST RUN EXACTLY ONCE PER MASTER.  A MASTER ALREADY
      *  ON THE 102-BYTE LAYOUT THAT ONLY LACKS THE CONTROL TRAILER
      *  IS PHSTAMP'S JOB, NOT THIS PROGRAM'S.
      *  THE CONVERTED MASTER ENDS WITH A LAYOUT-02 CONTROL TRAILER
      *  - RECORD COUNT, TOTAL PAID DOLLARS, LAYOUT VERSION AND THIS
      *  RUN'S DATE - WHICH STUCONV PROVES BEFORE IT CONVERTS
      *  ANYTHING, SO A PARTIAL COPY, OR A SECOND ACCIDENTAL
      *  CONVERSION (WHICH WOULD MISALIGN EVERY RECORD), STOPS IT
      *  COLD.  STUCONV THEN WRITES THE LAYOUT-03 TRAILER THE
      *  NIGHTLY READERS DEMAND.
      *  THE RUN IS RECORDED ON THE RUNLEDG RUN-CONTROL LEDGER AS
      *  THE NEXT PAYHIST GENERATION, WITH ITS CONTROL TOTALS, FOR
      *  THE HISTORY OF THE MASTER.  STUCONV DOES NOT CHECK ITS
      *  PAYHIST INPUT AGAINST THE LEDGER - THE TRAILER IS ITS
      *  PROOF - AND THE GENERATION STUCONV WRITES IS THE ONE THE
      *  FIRST POST5 OR LAB5 RUN PROVES ITSELF AGAINST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
            SELECT OLD-PAYHIST  ASSIGN TO 'PAYHIST'.
            SELECT NEW-PAYHIST  ASSIGN TO 'PAYHIST-NEW'.
            SELECT PRNT-FILE    ASSIGN TO 'UR-S-PHCONV'.
            SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'RUNLEDG'.

       DATA DIVISION.

      **************************************************************
      *      NEW 102-BYTE LAYOUT - THE OLD FIELDS PLUS THE          *
      *      LAST-PAID DATE (YYYYMMDD, ZERO WHEN NO PAYMENT HAS     *
      *      EVER CARRIED A DATE), AS READ BY STUCONV               *
      **************************************************************
       01  NEW-PAYHIST-REC.
                03  NPH-NAME                  PIC X(20).
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
      *      INPUT WRITES A STOPPED RECORD (X) INSTEAD.  A          *
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
                    05  FILLER               PIC X(26).

       WORKING-STORAGE SECTION.
       01  MISC.
                03  RUN-DATE                 PIC 9(8)      VALUE 0.
                03  CONV-SUB                 PIC 99        VALUE 0.
      **************************************************************
      *    PAYHIST CONTROL TRAILER - WRITTEN AS THE LAST RECORD OF *
      *    THE CONVERTED MASTER SO STUCONV CAN PROVE THE HANDOFF   *
      *    COPY IS WHOLE AND ON THE RIGHT LAYOUT                   *
      **************************************************************
       01  TRAILER-DATA.
                03  TR-ID                   PIC X(20).
                03  RECORDS-READ             PIC 9(5)      VALUE 0.
                03  RECORDS-WRITTEN          PIC 9(5)      VALUE 0.
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
                    'PHCONV'.
                03  LEDGER-TITLE            PIC X(40)      VALUE
                    'PAYHIST LAYOUT CONVERSION'.
                03  LEDGER-TIME             PIC 9(8)       VALUE 0.
                03  EOF-LG                  PIC 9          VALUE 0.
                03  EOF-LP                  PIC 9          VALUE 0.
                03  GEN-SUB                 PIC 9          VALUE 0.
                03  GEN-COUNT               PIC 9          VALUE 1.
                03  LEDGER-TOTAL-NAME       PIC X(30)      VALUE SPACES.
                03  LEDGER-TOTAL-VALUE      PIC S9(11)V99  VALUE 0.
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
      *      LAYOUT FOR THE CONVERSION REPORT LINES                 *
      **************************************************************
       01  CONV-HEADING.
       PROCEDURE DIVISION.
       0000-MAINLINE.
                ACCEPT RUN-DATE FROM DATE YYYYMMDD.
                PERFORM 0100-CHECK-RUN-LEDGER.
                OPEN INPUT OLD-PAYHIST.
                OPEN OUTPUT NEW-PAYHIST
                     PRNT-FILE.
                CLOSE OLD-PAYHIST
                      NEW-PAYHIST
                      PRNT-FILE.
                PERFORM 7800-POST-RUN-LEDGER.
                STOP RUN.
      **************************************************************
      *   READS THE RUN-CONTROL LEDGER FOR THE LAST GENERATION      *
      *   WRITTEN OF EVERY MASTER THIS STEP REPLACES, SO THE NEW    *
      *   FILE CAN BE RECORDED AS THE NEXT GENERATION               *
      **************************************************************
       0100-CHECK-RUN-LEDGER.
                ACCEPT LEDGER-TIME FROM TIME.
                PERFORM 0105-CLEAR-GEN-ENTRY
                    VARYING GEN-SUB FROM 1 BY 1
                    UNTIL GEN-SUB > GEN-COUNT.
                MOVE 'PAYHIST'  TO GEN-FILE(1).
                MOVE 'O'        TO GEN-USE(1).
                OPEN INPUT LEDGER-FILE.
                PERFORM 0110-READ-LEDGER.
                PERFORM 0120-NOTE-LEDGER-ENTRY
                    UNTIL EOF-LG = 1.
                CLOSE LEDGER-FILE.
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
      *   COPIES ONE OLD MASTER RECORD TO THE NEW LAYOUT, ZEROING   *
      *   THE LAST-PAID DATE, THEN READS THE NEXT OLD RECORD        *
      **************************************************************
                MOVE SPACES TO TRAILER-DATA(49:54).
                WRITE NEW-PAYHIST-REC FROM TRAILER-DATA.
      **************************************************************
      *   RECORDS THIS RUN ON THE RUN-CONTROL LEDGER - THE STEP,    *
      *   EVERY GENERATION READ AND WRITTEN, AND THE CONTROL        *
      *   TOTALS - ONLY ONCE EVERYTHING ELSE HAS CLOSED CLEANLY     *
      **************************************************************
       7800-POST-RUN-LEDGER.
                MOVE RECORDS-WRITTEN TO GEN-NEW-COUNT(1).
                MOVE CONV-PAID-TOTAL  TO GEN-NEW-HASH(1).
                MOVE RUN-DATE        TO GEN-NEW-STAMP(1).
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
                MOVE 'RECORDS READ' TO LEDGER-TOTAL-NAME.
                MOVE RECORDS-READ TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'RECORDS WRITTEN' TO LEDGER-TOTAL-NAME.
                MOVE RECORDS-WRITTEN TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'TOTAL PAID ON TRAILER' TO LEDGER-TOTAL-NAME.
                MOVE CONV-PAID-TOTAL TO LEDGER-TOTAL-VALUE.
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
      *   PRINTS THE RECORD COUNTS SO OPERATIONS CAN CONFIRM THE    *
      *   WHOLE MASTER WAS COPIED BEFORE REPLACING PAYHIST          *
      **************************************************************
