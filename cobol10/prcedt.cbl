ID DIVISION.
PROGRAM-ID.  PRCEDT.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
OBJECT-COMPUTER.  PDP-10 MEMORY 25 MODULES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT PRICE-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT PRIOR-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT INPUT-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT EDITED-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT PRINT-FILE ASSIGN TO LPT.

        SELECT PARAM-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT RUNLOG-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

DATA DIVISION.
FILE SECTION.

*       PRICE-FILE IS THE NIGHTLY CLOSING PRICE FILE AS THE VENDOR
*       SENDS IT - ONE RECORD PER STOCK, THE SAME LAYOUT POSVAL
*       READS.  NOTHING ON IT IS TRUSTED UNTIL THIS EDIT PASSES IT.

FD  PRICE-FILE
    VALUE OF ID IS PRICE-FILE-NAME.
01  PRICE-RECORD.
        05  PRC-STOCK           PIC X(5).
        05  FILLER              PIC X.
        05  PRC-PRICE           PIC 9(5)V99.
        05  PRC-PRICE-RAW  REDEFINES PRC-PRICE
                                PIC X(7).

*       PRIOR-FILE IS THE KEPT PRIOR-DAY PRICE FILE - LAST NIGHT'S
*       ACCEPTED PRICES, EACH WITH THE NUMBER OF BUSINESS DAYS IT HAS
*       GONE UNCHANGED.  IT IS REWRITTEN ONLY WHEN AN EDIT PASSES, SO
*       A REJECTED TAPE NEVER BECOMES THE STANDARD TOMORROW'S PRICES
*       ARE JUDGED AGAINST.

FD  PRIOR-FILE
    VALUE OF ID IS PRIOR-FILE-NAME.
01  PRIOR-RECORD.
        05  PRI-STOCK           PIC X(5).
        05  FILLER              PIC X.
        05  PRI-PRICE           PIC 9(5)V99.
        05  FILLER              PIC X.
        05  PRI-SAME-DAYS       PIC 9(3).

*       INPUT-FILE IS SORTER'S SORTED POSITN OUTPUT - ORDERED WITH
*       SORT-FIELD-1B MAJOR, SO EACH HELD STOCK IS SEEN AS ONE RUN OF
*       RECORDS.  ONLY THE STOCK CODE IS USED HERE.

FD  INPUT-FILE
    VALUE OF ID IS INPUT-FILE-NAME.
01  SORT-RECORD.
        05  SORT-FIELD-1B       PIC X(5).
        05  FILLER              PIC X(78).

*       EDITED-FILE IS THE PRICE FILE POSVAL VALUES THE BOOK FROM -
*       THE SAME LAYOUT AS PRICE-RECORD, HOLDING ONLY THE PRICES THAT
*       WERE NOT REJECTED.

FD  EDITED-FILE
    VALUE OF ID IS EDITED-FILE-NAME.
01  EDITED-RECORD.
        05  EDT-STOCK           PIC X(5).
        05  FILLER              PIC X.
        05  EDT-PRICE           PIC 9(5)V99.

FD  PRINT-FILE
    VALUE OF ID IS PRINT-FILE-NAME.
01  PRINT-LINE.
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  PL-STOCK            PIC X(5).
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-PRICE            PIC ZZZZ9.99.
        05  PL-PRICE-RAW   REDEFINES PL-PRICE
                                PIC X(8).
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-PRIOR-PRICE      PIC ZZZZ9.99.
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-MOVE-PERCENT     PIC ZZZZ9.9-.
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-SAME-DAYS        PIC ZZ9.
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-REASON           PIC X(24).
        05  FILLER              PIC X(59) VALUE SPACES.

*       PARAM-FILE CARRIES THE FILE NAMES FOR AN UNATTENDED RUN - ONE
*       RECORD PER CHAIN STEP, KEYED BY PROGRAM NAME.  WHEN THE FILE
*       (OR THIS PROGRAM'S RECORD) IS MISSING, THE NAMES ARE PROMPTED
*       FOR AS THEY ALWAYS WERE - THE SAME FALLBACK, IN REVERSE, THAT
*       SORTER MAKES WHEN POSCTL IS MISSING.

FD  PARAM-FILE
    VALUE OF ID IS PARAM-FILE-NAME.
01  PARAM-RECORD.
        05  PRM-PROGRAM         PIC X(6).
        05  FILLER              PIC X.
        05  PRM-FILE-1          PIC X(9).
        05  FILLER              PIC X.
        05  PRM-FILE-2          PIC X(9).
        05  FILLER              PIC X.
        05  PRM-FILE-3          PIC X(9).

*       RUNLOG-FILE IS THE CUMULATIVE RUN JOURNAL THE WHOLE SYSTEM
*       APPENDS TO.  THE LAYOUT HERE MATCHES RUNLOG-RECORD IN SORTER.
*       POSDRV READS THE RUNEND AND EDITFAIL EVENTS BACK TO DECIDE
*       WHETHER THE CHAIN MAY GO ON.

FD  RUNLOG-FILE
    VALUE OF ID IS RUNLOG-FILE-NAME.
01  RUNLOG-RECORD.
        05  RL-DATE             PIC 9(6).
        05  FILLER              PIC X.
        05  RL-TIME             PIC 9(6).
        05  FILLER              PIC X.
        05  RL-PROGRAM          PIC X(6).
        05  FILLER              PIC X.
        05  RL-EVENT            PIC X(8).
        05  FILLER              PIC X.
        05  RL-FILE-NAME        PIC X(12).
        05  FILLER              PIC X.
        05  RL-COUNT            PIC 9(6).
        05  FILLER              PIC X.
        05  RL-TEXT             PIC X(40).

WORKING-STORAGE SECTION.

77  PRICE-FILE-NAME              PIC X(9) VALUE 'PRICES'.
77  INPUT-FILE-NAME              PIC X(9) VALUE 'POSITN'.
77  PRIOR-FILE-NAME              PIC X(9) VALUE 'PRCPRI'.
77  EDITED-FILE-NAME             PIC X(9) VALUE 'PRICED'.
77  PRINT-FILE-NAME              PIC X(9) VALUE 'PRCEDT'.

*       IN AN UNATTENDED RUN PRM-FILE-3 CARRIES THE EDIT LIMITS - THE
*       FIRST THREE CHARACTERS THE LARGEST DAY-TO-DAY MOVE ALLOWED, IN
*       WHOLE PERCENT, AND THE NEXT THREE THE MOST BUSINESS DAYS A
*       PRICE MAY GO UNCHANGED.  A LIMIT LEFT BLANK OR NOT NUMERIC
*       TAKES THE STANDING DEFAULT, THE SAME AS AT THE PROMPT.

77  PARAM-FILE-NAME              PIC X(9) VALUE 'POSPRM'.
77  PARAM-FILE-MISSING-SWITCH    PIC X VALUE 'N'.
        88  PARAM-FILE-MISSING       VALUE 'Y'.
77  PARAMS-FOUND-SWITCH          PIC X VALUE 'N'.
        88  PARAMS-FOUND             VALUE 'Y'.

01  EDIT-LIMITS-ANSWER.
        05  TOLERANCE-ANSWER     PIC X(3) VALUE SPACES.
        05  TOLERANCE-VALUE  REDEFINES TOLERANCE-ANSWER
                                 PIC 9(3).
        05  SAME-DAYS-ANSWER     PIC X(3) VALUE SPACES.
        05  SAME-DAYS-VALUE  REDEFINES SAME-DAYS-ANSWER
                                 PIC 9(3).

77  DEFAULT-TOLERANCE-PERCENT    PIC 9(3) VALUE 20.
77  DEFAULT-MAX-SAME-DAYS        PIC 9(3) VALUE 5.
77  TOLERANCE-PERCENT            PIC 9(3) VALUE 0.
77  MAX-SAME-DAYS                PIC 9(3) VALUE 0.

*       JOURNAL EVENTS ARE STAGED HERE, THEN WRITE-RUN-JOURNAL STAMPS
*       AND APPENDS THEM, THE SAME AS SORTER DOES.

77  RUNLOG-FILE-NAME             PIC X(9) VALUE 'RUNLOG'.
77  RUNLOG-OPEN-MODE             PIC X VALUE 'E'.
        88  RUNLOG-OPENING-FOR-EXTEND  VALUE 'E'.
        88  RUNLOG-OPENING-FOR-OUTPUT  VALUE 'O'.

01  JOURNAL-STAGING.
        05  JRN-EVENT            PIC X(8)  VALUE SPACES.
        05  JRN-FILE-NAME        PIC X(12) VALUE SPACES.
        05  JRN-COUNT            PIC 9(6)  VALUE 0.
        05  JRN-TEXT             PIC X(40) VALUE SPACES.

01  JOURNAL-TIME-RAW.
        05  JOURNAL-TIME-HMS     PIC 9(6).
        05  FILLER               PIC 99.

01  JOURNAL-DATE-FIELDS          PIC 9(6).

*       THE PRICE FEED AND THE SORTED MASTER MAY NOT BE THERE YET
*       WHEN THE EDIT IS RUN, SO THEIR OPENS GET THE SAME BOUNDED
*       RETRY THE OTHER PROGRAMS GIVE THEIR UPSTREAM FILES.  THE
*       PRIOR-DAY FILE IS ONLY MISSING BEFORE THE FIRST EDIT EVER
*       PASSES, AND THEN THERE IS NOTHING TO COMPARE AGAINST.

77  WAIT-TIME   COMP-1 VALUE IS 5.
77  MAX-OPEN-TRIES              PIC 9(2) VALUE IS 5.
77  OPEN-TRY-COUNT              PIC 9(2) VALUE IS 0.

77  PRIOR-MISSING-SWITCH         PIC X VALUE 'N'.
        88  PRIOR-FILE-MISSING       VALUE 'Y'.

*       EVERY RECORD ON THE PRICE FILE IS HELD IN PRICE-TABLE, GOOD
*       OR BAD, SO A DUPLICATE CAN BE CAUGHT EVEN WHEN ONE OF ITS
*       COPIES IS ALSO UNREADABLE.  PRT-STATUS STAYS BLANK ONLY FOR A
*       PRICE THAT IS PASSED ON TO POSVAL.  THE BOUND GETS THE SAME
*       OPERATOR STOP POSVAL GIVES ITS OWN TABLE.

77  MAX-PRICES                   PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 500.
77  PRICE-COUNT                  PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
77  PRICE-SUBSCRIPT              PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
77  MATCH-SUBSCRIPT              PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
77  FOUND-PRICE-SUBSCRIPT        PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
77  REJECTED-PRICE-SUBSCRIPT     PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
01  PRICE-TABLE.
        05  PRICE-ENTRY OCCURS 500 TIMES.
            10  PRT-STOCK        PIC X(5).
            10  PRT-PRICE        PIC 9(5)V99.
            10  PRT-PRICE-RAW  REDEFINES PRT-PRICE
                                 PIC X(7).
            10  PRT-SAME-DAYS    PIC 9(3).
            10  PRT-STATUS       PIC X.
                88  PRT-ACCEPTED        VALUE ' '.
                88  PRT-UNREADABLE      VALUE 'U'.
                88  PRT-ZERO            VALUE 'Z'.
                88  PRT-NO-STOCK        VALUE 'B'.
                88  PRT-DUPLICATE       VALUE 'D'.

*       LAST NIGHT'S ACCEPTED PRICES.  PRP-MATCHED IS SET WHEN TONIGHT'S
*       FILE PRICES THE SAME STOCK - AN UNMATCHED ENTRY IS CARRIED
*       FORWARD AS IT STANDS WHEN THE PRIOR-DAY FILE IS REWRITTEN, SO
*       A STOCK MISSING FROM ONE TAPE IS STILL JUDGED THE NEXT NIGHT.

77  PRIOR-COUNT                  PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
77  PRIOR-SUBSCRIPT              PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
77  FOUND-PRIOR-SUBSCRIPT        PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
01  PRIOR-TABLE.
        05  PRIOR-ENTRY OCCURS 500 TIMES.
            10  PRP-STOCK        PIC X(5).
            10  PRP-PRICE        PIC 9(5)V99.
            10  PRP-SAME-DAYS    PIC 9(3).
            10  PRP-MATCHED      PIC X.

*       THE MOVE TEST IS MADE IN WHOLE CENTS WITHOUT DIVIDING - A
*       PRICE IS OUT OF TOLERANCE WHEN ITS MOVE TIMES 100 EXCEEDS THE
*       PRIOR PRICE TIMES THE TOLERANCE.  THE PERCENT IS WORKED OUT
*       ONLY TO PRINT.

77  PRICE-MOVE                   PIC S9(5)V99 USAGE IS COMPUTATIONAL
        VALUE 0.
77  MOVE-SIZE                    PIC 9(5)V99 USAGE IS COMPUTATIONAL
        VALUE 0.
77  MOVE-TIMES-100               PIC 9(7)V99 USAGE IS COMPUTATIONAL
        VALUE 0.
77  MOVE-LIMIT                   PIC 9(8)V99 USAGE IS COMPUTATIONAL
        VALUE 0.
77  MOVE-PERCENT                 PIC S9(9)V9 USAGE IS COMPUTATIONAL
        VALUE 0.

01  CURRENT-STOCK                PIC X(5) VALUE HIGH-VALUES.

01  HELD-PRINT-LINE              PIC X(132) VALUE SPACES.

77  EDIT-FAILED-SWITCH           PIC X VALUE 'N'.
        88  EDIT-FAILED              VALUE 'Y'.

77  PAGE-NUMBER                  PIC 9(4) VALUE 0.
77  LINE-COUNT                   PIC 9(3) VALUE 0.
77  MAX-LINES-PER-PAGE           PIC 9(3) VALUE 55.
77  MAX-SECTION-START-LINE       PIC 9(3) VALUE 50.

01  SECTION-TITLE                PIC X(60) VALUE SPACES.
77  SECTION-LINE-COUNT           PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.

77  RECORD-COUNT                 PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  ACCEPTED-COUNT               PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  UNREADABLE-COUNT             PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  ZERO-PRICE-COUNT             PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  NO-STOCK-COUNT               PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  DUPLICATE-COUNT              PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  REJECTED-COUNT               PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  TOLERANCE-COUNT              PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  UNCHANGED-COUNT              PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  NEW-STOCK-COUNT              PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  HELD-STOCK-COUNT             PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  UNPRICED-STOCK-COUNT         PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  EDITED-WRITE-COUNT           PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  PRIOR-WRITE-COUNT            PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.

01  SUMMARY-LINE.
        05  FILLER               PIC X(4)  VALUE SPACES.
        05  SL-LABEL             PIC X(30).
        05  SL-COUNT             PIC ZZZZZ9.
        05  FILLER               PIC X(92) VALUE SPACES.



PROCEDURE DIVISION.
DECLARATIVES.

PRICE-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON PRICE-FILE OPEN.

PRICE-OPEN-RECOVERY.
*       THE PRICE FEED MAY NOT HAVE LANDED YET.  RETRY THE OPEN A
*       BOUNDED NUMBER OF TIMES, PAUSING WAIT-TIME SECONDS BETWEEN
*       TRIES, BEFORE GIVING UP AND TELLING THE OPERATOR THE JOB IS
*       DEAD.  THE JOURNAL WRITES ARE SPELLED OUT HERE RATHER THAN
*       PERFORMED - A DECLARATIVE MAY NOT REFERENCE THE
*       NONDECLARATIVE PROCEDURES.
        ADD 1 TO OPEN-TRY-COUNT.
        IF OPEN-TRY-COUNT IS GREATER THAN MAX-OPEN-TRIES
                GO TO PRICE-OPEN-RECOVERY-DEAD.

        DISPLAY 'PRCEDT - PRICE-FILE ' PRICE-FILE-NAME
                ' OPEN FAILED - RETRY ' OPEN-TRY-COUNT ' OF '
                MAX-OPEN-TRIES ' IN ' WAIT-TIME ' SECONDS'.

        MOVE 'E' TO RUNLOG-OPEN-MODE.
        OPEN EXTEND RUNLOG-FILE.
        MOVE SPACES TO RUNLOG-RECORD.
        ACCEPT JOURNAL-DATE-FIELDS FROM DATE.
        ACCEPT JOURNAL-TIME-RAW FROM TIME.
        MOVE JOURNAL-DATE-FIELDS TO RL-DATE.
        MOVE JOURNAL-TIME-HMS TO RL-TIME.
        MOVE 'PRCEDT' TO RL-PROGRAM.
        MOVE 'OPENRTRY' TO RL-EVENT.
        MOVE PRICE-FILE-NAME TO RL-FILE-NAME.
        MOVE OPEN-TRY-COUNT TO RL-COUNT.
        MOVE 'PRICE FILE OPEN RETRY' TO RL-TEXT.
        WRITE RUNLOG-RECORD.
        CLOSE RUNLOG-FILE.

        CALL 'SLEEP' USING WAIT-TIME.

        ADD 1 TO WAIT-TIME.

        OPEN INPUT PRICE-FILE.
        GO TO PRICE-OPEN-RECOVERY-EXIT.

PRICE-OPEN-RECOVERY-DEAD.
        DISPLAY 'PRCEDT - OPERATOR ATTENTION - PRICE-FILE '
                PRICE-FILE-NAME ' WILL NOT OPEN AFTER '
                OPEN-TRY-COUNT ' TRIES - JOB TERMINATED'.

        MOVE 'E' TO RUNLOG-OPEN-MODE.
        OPEN EXTEND RUNLOG-FILE.
        MOVE SPACES TO RUNLOG-RECORD.
        ACCEPT JOURNAL-DATE-FIELDS FROM DATE.
        ACCEPT JOURNAL-TIME-RAW FROM TIME.
        MOVE JOURNAL-DATE-FIELDS TO RL-DATE.
        MOVE JOURNAL-TIME-HMS TO RL-TIME.
        MOVE 'PRCEDT' TO RL-PROGRAM.
        MOVE 'OPENFAIL' TO RL-EVENT.
        MOVE PRICE-FILE-NAME TO RL-FILE-NAME.
        MOVE OPEN-TRY-COUNT TO RL-COUNT.
        MOVE 'PRICE FILE WILL NOT OPEN - JOB KILLED' TO RL-TEXT.
        WRITE RUNLOG-RECORD.
        CLOSE RUNLOG-FILE.
        STOP RUN.

PRICE-OPEN-RECOVERY-EXIT.  EXIT.


OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON INPUT-FILE OPEN.

OPEN-RECOVERY.
*       THE SORTED MASTER IS SORTER'S OUTPUT - SAME BOUNDED RETRY AS
*       THE PRICE FEED GETS.
        ADD 1 TO OPEN-TRY-COUNT.
        IF OPEN-TRY-COUNT IS GREATER THAN MAX-OPEN-TRIES
                GO TO OPEN-RECOVERY-DEAD.

        DISPLAY 'PRCEDT - INPUT-FILE ' INPUT-FILE-NAME
                ' OPEN FAILED - RETRY ' OPEN-TRY-COUNT ' OF '
                MAX-OPEN-TRIES ' IN ' WAIT-TIME ' SECONDS'.

        MOVE 'E' TO RUNLOG-OPEN-MODE.
        OPEN EXTEND RUNLOG-FILE.
        MOVE SPACES TO RUNLOG-RECORD.
        ACCEPT JOURNAL-DATE-FIELDS FROM DATE.
        ACCEPT JOURNAL-TIME-RAW FROM TIME.
        MOVE JOURNAL-DATE-FIELDS TO RL-DATE.
        MOVE JOURNAL-TIME-HMS TO RL-TIME.
        MOVE 'PRCEDT' TO RL-PROGRAM.
        MOVE 'OPENRTRY' TO RL-EVENT.
        MOVE INPUT-FILE-NAME TO RL-FILE-NAME.
        MOVE OPEN-TRY-COUNT TO RL-COUNT.
        MOVE 'INPUT FILE OPEN RETRY' TO RL-TEXT.
        WRITE RUNLOG-RECORD.
        CLOSE RUNLOG-FILE.

        CALL 'SLEEP' USING WAIT-TIME.

        ADD 1 TO WAIT-TIME.

        OPEN INPUT INPUT-FILE.
        GO TO OPEN-RECOVERY-EXIT.

OPEN-RECOVERY-DEAD.
        DISPLAY 'PRCEDT - OPERATOR ATTENTION - INPUT-FILE '
                INPUT-FILE-NAME ' WILL NOT OPEN AFTER '
                OPEN-TRY-COUNT ' TRIES - JOB TERMINATED'.

        MOVE 'E' TO RUNLOG-OPEN-MODE.
        OPEN EXTEND RUNLOG-FILE.
        MOVE SPACES TO RUNLOG-RECORD.
        ACCEPT JOURNAL-DATE-FIELDS FROM DATE.
        ACCEPT JOURNAL-TIME-RAW FROM TIME.
        MOVE JOURNAL-DATE-FIELDS TO RL-DATE.
        MOVE JOURNAL-TIME-HMS TO RL-TIME.
        MOVE 'PRCEDT' TO RL-PROGRAM.
        MOVE 'OPENFAIL' TO RL-EVENT.
        MOVE INPUT-FILE-NAME TO RL-FILE-NAME.
        MOVE OPEN-TRY-COUNT TO RL-COUNT.
        MOVE 'INPUT FILE WILL NOT OPEN - JOB KILLED' TO RL-TEXT.
        WRITE RUNLOG-RECORD.
        CLOSE RUNLOG-FILE.
        STOP RUN.

OPEN-RECOVERY-EXIT.  EXIT.


PRIOR-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON PRIOR-FILE OPEN.

PRIOR-OPEN-RECOVERY.
*       NO PRIOR-DAY FILE - NO EDIT HAS PASSED YET, SO TONIGHT'S
*       PRICES ARE EDITED ON THEIR OWN AND BECOME THE FIRST STANDARD.
        MOVE 'Y' TO PRIOR-MISSING-SWITCH.


RUNLOG-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON RUNLOG-FILE OPEN.

RUNLOG-OPEN-RECOVERY.
*       NO JOURNAL YET - CREATE IT FOR THE FIRST EVENT.  THE MODE IS
*       SET TO OUTPUT FIRST SO A CREATE THAT ALSO FAILS CANNOT
*       RE-ENTER THIS RECOVERY AND LOOP.
        IF RUNLOG-OPENING-FOR-EXTEND
                MOVE 'O' TO RUNLOG-OPEN-MODE,
                OPEN OUTPUT RUNLOG-FILE.


PARAM-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON PARAM-FILE OPEN.

PARAM-OPEN-RECOVERY.
*       NO PARAMETER FILE - THE RUN IS OPERATOR-ATTENDED, SO THE
*       FILE NAMES ARE PROMPTED FOR AS THEY ALWAYS WERE.
        MOVE 'Y' TO PARAM-FILE-MISSING-SWITCH.

END DECLARATIVES.


MAIN-LINE SECTION.
MAIN-LINE-START.
        PERFORM PROMPT-FOR-FILE-NAMES.

        MOVE DEFAULT-TOLERANCE-PERCENT TO TOLERANCE-PERCENT.
        IF TOLERANCE-VALUE IS NUMERIC
                MOVE TOLERANCE-VALUE TO TOLERANCE-PERCENT.
        MOVE DEFAULT-MAX-SAME-DAYS TO MAX-SAME-DAYS.
        IF SAME-DAYS-VALUE IS NUMERIC
                MOVE SAME-DAYS-VALUE TO MAX-SAME-DAYS.

        MOVE 'RUNSTART' TO JRN-EVENT.
        MOVE PRICE-FILE-NAME TO JRN-FILE-NAME.
        MOVE 'RUN STARTED' TO JRN-TEXT.
        PERFORM WRITE-RUN-JOURNAL.

        PERFORM LOAD-PRICE-TABLE.
        PERFORM LOAD-PRIOR-TABLE.
        PERFORM MARK-DUPLICATE-STOCKS.

        OPEN OUTPUT PRINT-FILE.
        PERFORM PRINT-REPORT-HEADER.
        PERFORM EDIT-PRICE-TABLE.
        PERFORM LIST-UNPRICED-HOLDINGS.

*       A TAPE THAT PRICES NOTHING AT ALL IS AS BAD AS ONE THAT
*       PRICES EVERYTHING WRONG.  A MOVE OVER TOLERANCE OR A PRICE
*       UNCHANGED TOO LONG IS ONLY FLAGGED FOR REVIEW - A TAKEOVER
*       JUMP IS REAL, AND FAILING ON IT WOULD KEEP PRCPRI FROM EVER
*       TAKING THE NEW PRICE, SO THE SAME STOCK WOULD FAIL EVERY
*       NIGHT AFTER.
        IF ACCEPTED-COUNT IS EQUAL TO 0
                MOVE 'Y' TO EDIT-FAILED-SWITCH.
        IF REJECTED-COUNT IS GREATER THAN 0
                MOVE 'Y' TO EDIT-FAILED-SWITCH.

        PERFORM PRINT-REPORT-SUMMARY.
        CLOSE PRINT-FILE.

        PERFORM WRITE-EDITED-PRICES.
        IF NOT EDIT-FAILED
                PERFORM WRITE-PRIOR-PRICES.

        DISPLAY '****************************************'.
        DISPLAY '* PRCEDT - CLOSING PRICE EDIT TOTALS   *'.
        DISPLAY '****************************************'.
        DISPLAY '  PRICE RECORDS READ       ' RECORD-COUNT.
        DISPLAY '  PRICES REJECTED          ' REJECTED-COUNT.
        DISPLAY '  MOVES OVER TOLERANCE     ' TOLERANCE-COUNT.
        DISPLAY '  PRICES LEFT UNCHANGED    ' UNCHANGED-COUNT.
        DISPLAY '  PRICES PASSED TO POSVAL  ' EDITED-WRITE-COUNT.
        DISPLAY '  HELD STOCKS UNPRICED     ' UNPRICED-STOCK-COUNT.

        IF EDIT-FAILED
                DISPLAY 'PRCEDT - OPERATOR ATTENTION - CLOSING PRICES'
                        ' FAILED THE EDIT - SEE ' PRINT-FILE-NAME,
                MOVE 'EDITFAIL' TO JRN-EVENT,
                MOVE PRICE-FILE-NAME TO JRN-FILE-NAME,
                MOVE REJECTED-COUNT TO JRN-COUNT,
                MOVE 'PRICES FAILED EDIT - COUNT IS REJECTS'
                        TO JRN-TEXT,
                PERFORM WRITE-RUN-JOURNAL
        ELSE
                DISPLAY 'PRCEDT - CLOSING PRICES PASSED THE EDIT'.

        IF TOLERANCE-COUNT IS GREATER THAN 0 OR
           UNCHANGED-COUNT IS GREATER THAN 0
                DISPLAY 'PRCEDT - OPERATOR ATTENTION - PRICES ARE '
                        'FLAGGED FOR REVIEW - SEE ' PRINT-FILE-NAME.

        IF UNPRICED-STOCK-COUNT IS GREATER THAN 0
                DISPLAY 'PRCEDT - OPERATOR ATTENTION - '
                        UNPRICED-STOCK-COUNT ' HELD STOCK(S) HAVE NO'
                        ' PRICE - SEE ' PRINT-FILE-NAME.

        MOVE 'RUNEND' TO JRN-EVENT.
        MOVE EDITED-FILE-NAME TO JRN-FILE-NAME.
        MOVE EDITED-WRITE-COUNT TO JRN-COUNT.
        MOVE 'RUN ENDED - COUNT IS PRICES PASSED' TO JRN-TEXT.
        PERFORM WRITE-RUN-JOURNAL.

MAIN-LINE-RETURN.
*       WHEN POSDRV RUNS THE CHAIN, CONTROL GOES BACK TO IT HERE;
*       RUN ALONE, THE EXIT PROGRAM IS PASSED OVER AND THE RUN STOPS.
        EXIT PROGRAM.

MAIN-LINE-STOP.
        STOP RUN.


PROMPT-FOR-FILE-NAMES SECTION.
PROMPT-START.
*       AN UNATTENDED RUN TAKES ITS FILE NAMES FROM THE PARAMETER
*       FILE; ONLY WHEN NO PARAMETERS ARE ON FILE IS THE OPERATOR
*       PROMPTED.
        PERFORM READ-RUN-PARAMETERS.
        IF PARAMS-FOUND
                GO TO PROMPT-EXIT.

        DISPLAY 'PRICE   FILE: ' WITH NO ADVANCING.
        ACCEPT PRICE-FILE-NAME.
        IF PRICE-FILE-NAME IS EQUAL TO SPACES
                MOVE 'PRICES' TO PRICE-FILE-NAME.

        DISPLAY 'INPUT   FILE: ' WITH NO ADVANCING.
        ACCEPT INPUT-FILE-NAME.
        IF INPUT-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSITN' TO INPUT-FILE-NAME.

        DISPLAY 'MOVE TOLERANCE PERCENT (3 DIGITS, BLANK FOR '
                DEFAULT-TOLERANCE-PERCENT '): ' WITH NO ADVANCING.
        ACCEPT TOLERANCE-ANSWER.

        DISPLAY 'DAYS UNCHANGED ALLOWED (3 DIGITS, BLANK FOR '
                DEFAULT-MAX-SAME-DAYS '): ' WITH NO ADVANCING.
        ACCEPT SAME-DAYS-ANSWER.

PROMPT-EXIT.  EXIT.


READ-RUN-PARAMETERS SECTION.
RRP-START.
*       LOOK FOR THIS PROGRAM'S RECORD IN THE PARAMETER FILE.  A
*       BLANK NAME FIELD IN THE RECORD TAKES THE SAME DEFAULT THE
*       PROMPT WOULD HAVE.
        MOVE 'N' TO PARAM-FILE-MISSING-SWITCH.
        OPEN INPUT PARAM-FILE.
        IF PARAM-FILE-MISSING
                GO TO RRP-EXIT.

RRP-LOOP.
        READ PARAM-FILE AT END
                GO TO RRP-DONE.

        IF PRM-PROGRAM IS NOT EQUAL TO 'PRCEDT'
                GO TO RRP-LOOP.

        MOVE 'Y' TO PARAMS-FOUND-SWITCH.
        MOVE PRM-FILE-1 TO PRICE-FILE-NAME.
        IF PRICE-FILE-NAME IS EQUAL TO SPACES
                MOVE 'PRICES' TO PRICE-FILE-NAME.
        MOVE PRM-FILE-2 TO INPUT-FILE-NAME.
        IF INPUT-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSITN' TO INPUT-FILE-NAME.
        MOVE PRM-FILE-3 (1 : 3) TO TOLERANCE-ANSWER.
        MOVE PRM-FILE-3 (4 : 3) TO SAME-DAYS-ANSWER.

RRP-DONE.
        CLOSE PARAM-FILE.

RRP-EXIT.  EXIT.


WRITE-RUN-JOURNAL SECTION.
WRJ-START.
*       STAMP THE STAGED EVENT AND APPEND IT.  THE JOURNAL IS OPENED
*       AND CLOSED AROUND EVERY EVENT SO WHATEVER KILLS THE RUN NEXT
*       CANNOT TAKE THE HISTORY WITH IT.
        MOVE 'E' TO RUNLOG-OPEN-MODE.
        OPEN EXTEND RUNLOG-FILE.

        MOVE SPACES TO RUNLOG-RECORD.
        ACCEPT JOURNAL-DATE-FIELDS FROM DATE.
        ACCEPT JOURNAL-TIME-RAW FROM TIME.
        MOVE JOURNAL-DATE-FIELDS TO RL-DATE.
        MOVE JOURNAL-TIME-HMS TO RL-TIME.
        MOVE 'PRCEDT' TO RL-PROGRAM.
        MOVE JRN-EVENT TO RL-EVENT.
        MOVE JRN-FILE-NAME TO RL-FILE-NAME.
        MOVE JRN-COUNT TO RL-COUNT.
        MOVE JRN-TEXT TO RL-TEXT.

        WRITE RUNLOG-RECORD.
        CLOSE RUNLOG-FILE.

        MOVE SPACES TO JRN-EVENT, JRN-FILE-NAME, JRN-TEXT.
        MOVE 0 TO JRN-COUNT.


LOAD-PRICE-TABLE SECTION.
LPT-START.
*       EVERY NON-BLANK RECORD GOES INTO THE TABLE, MARKED WITH THE
*       FIRST THING WRONG WITH IT.  A ZERO PRICE IS AS MUCH A VENDOR
*       ERROR AS AN UNREADABLE ONE - NOTHING ON THE BOOK TRADES FREE.
        MOVE 0 TO OPEN-TRY-COUNT.
        MOVE 5 TO WAIT-TIME.
        OPEN INPUT PRICE-FILE.

LPT-LOOP.
        READ PRICE-FILE AT END
                GO TO LPT-DONE.

        IF PRICE-RECORD IS EQUAL TO SPACES
                GO TO LPT-LOOP.

        ADD 1 TO RECORD-COUNT.
        ADD 1 TO PRICE-COUNT.
        IF PRICE-COUNT IS GREATER THAN MAX-PRICES
                DISPLAY 'PRCEDT - OPERATOR ATTENTION - PRICE FILE '
                        PRICE-FILE-NAME ' HOLDS MORE THAN '
                        MAX-PRICES ' PRICES - JOB TERMINATED',
                STOP RUN.

        MOVE PRC-STOCK TO PRT-STOCK (PRICE-COUNT).
        MOVE PRC-PRICE-RAW TO PRT-PRICE-RAW (PRICE-COUNT).
        MOVE 0 TO PRT-SAME-DAYS (PRICE-COUNT).
        MOVE SPACE TO PRT-STATUS (PRICE-COUNT).

        IF PRC-STOCK IS EQUAL TO SPACES
                MOVE 'B' TO PRT-STATUS (PRICE-COUNT),
                GO TO LPT-LOOP.

        IF PRC-PRICE IS NOT NUMERIC
                MOVE 'U' TO PRT-STATUS (PRICE-COUNT),
                GO TO LPT-LOOP.

        IF PRC-PRICE IS EQUAL TO ZERO
                MOVE 'Z' TO PRT-STATUS (PRICE-COUNT).
        GO TO LPT-LOOP.

LPT-DONE.
        CLOSE PRICE-FILE.
        DISPLAY 'PRCEDT - ' PRICE-COUNT ' CLOSING PRICE(S) READ'.

LPT-EXIT.  EXIT.


LOAD-PRIOR-TABLE SECTION.
LPR-START.
*       LAST NIGHT'S ACCEPTED PRICES.  A MISSING FILE LEAVES THE
*       TABLE EMPTY AND EVERY PRICE TONIGHT IS TAKEN AS NEW.
        MOVE 'N' TO PRIOR-MISSING-SWITCH.
        OPEN INPUT PRIOR-FILE.
        IF PRIOR-FILE-MISSING
                DISPLAY 'PRCEDT - NO PRIOR-DAY PRICES ON '
                        PRIOR-FILE-NAME ' - MOVE AND UNCHANGED-PRICE'
                        ' TESTS NOT MADE',
                GO TO LPR-EXIT.

LPR-LOOP.
        READ PRIOR-FILE AT END
                GO TO LPR-DONE.

        IF PRIOR-RECORD IS EQUAL TO SPACES
                GO TO LPR-LOOP.

        ADD 1 TO PRIOR-COUNT.
        IF PRIOR-COUNT IS GREATER THAN MAX-PRICES
                DISPLAY 'PRCEDT - OPERATOR ATTENTION - PRIOR FILE '
                        PRIOR-FILE-NAME ' HOLDS MORE THAN '
                        MAX-PRICES ' PRICES - JOB TERMINATED',
                STOP RUN.

        MOVE PRI-STOCK TO PRP-STOCK (PRIOR-COUNT).
        MOVE PRI-PRICE TO PRP-PRICE (PRIOR-COUNT).
        MOVE PRI-SAME-DAYS TO PRP-SAME-DAYS (PRIOR-COUNT).
        MOVE 'N' TO PRP-MATCHED (PRIOR-COUNT).
        GO TO LPR-LOOP.

LPR-DONE.
        CLOSE PRIOR-FILE.
        DISPLAY 'PRCEDT - ' PRIOR-COUNT ' PRIOR-DAY PRICE(S) LOADED'.

LPR-EXIT.  EXIT.


MARK-DUPLICATE-STOCKS SECTION.
MDS-START.
*       A STOCK PRICED TWICE CANNOT BE TRUSTED EITHER WAY, SO EVERY
*       COPY IS REJECTED - PICKING ONE WOULD ONLY HIDE THE VENDOR'S
*       ERROR.  A COPY ALREADY REJECTED FOR SOMETHING ELSE KEEPS ITS
*       FIRST REASON.
        IF PRICE-COUNT IS LESS THAN 2
                GO TO MDS-EXIT.
        MOVE 1 TO PRICE-SUBSCRIPT.

MDS-OUTER-LOOP.
        IF PRT-STOCK (PRICE-SUBSCRIPT) IS EQUAL TO SPACES
                GO TO MDS-OUTER-NEXT.
        ADD 1 TO PRICE-SUBSCRIPT GIVING MATCH-SUBSCRIPT.

MDS-INNER-LOOP.
        IF MATCH-SUBSCRIPT IS GREATER THAN PRICE-COUNT
                GO TO MDS-OUTER-NEXT.

        IF PRT-STOCK (MATCH-SUBSCRIPT) IS EQUAL TO
           PRT-STOCK (PRICE-SUBSCRIPT)
                IF PRT-ACCEPTED (PRICE-SUBSCRIPT)
                        MOVE 'D' TO PRT-STATUS (PRICE-SUBSCRIPT).
        IF PRT-STOCK (MATCH-SUBSCRIPT) IS EQUAL TO
           PRT-STOCK (PRICE-SUBSCRIPT)
                IF PRT-ACCEPTED (MATCH-SUBSCRIPT)
                        MOVE 'D' TO PRT-STATUS (MATCH-SUBSCRIPT).

        ADD 1 TO MATCH-SUBSCRIPT.
        GO TO MDS-INNER-LOOP.

MDS-OUTER-NEXT.
        ADD 1 TO PRICE-SUBSCRIPT.
        IF PRICE-SUBSCRIPT IS LESS THAN PRICE-COUNT
                GO TO MDS-OUTER-LOOP.

MDS-EXIT.  EXIT.


EDIT-PRICE-TABLE SECTION.
EPT-START.
*       WALK THE PRICES IN FILE ORDER.  A REJECTED PRICE PRINTS WITH
*       ITS REASON AND GOES NO FURTHER; AN ACCEPTED ONE IS HELD UP
*       AGAINST LAST NIGHT'S PRICE FOR THE SAME STOCK.
        MOVE 'PRICE EXCEPTIONS - IN PRICE FILE ORDER' TO SECTION-TITLE.
        PERFORM PRINT-SECTION-HEADER.
        IF PRICE-COUNT IS EQUAL TO 0
                GO TO EPT-DONE.
        MOVE 1 TO PRICE-SUBSCRIPT.

EPT-LOOP.
        IF PRT-ACCEPTED (PRICE-SUBSCRIPT)
                PERFORM COMPARE-TO-PRIOR-PRICE
        ELSE
                PERFORM PRINT-REJECTED-LINE.

        ADD 1 TO PRICE-SUBSCRIPT.
        IF PRICE-SUBSCRIPT IS NOT GREATER THAN PRICE-COUNT
                GO TO EPT-LOOP.

EPT-DONE.
        PERFORM PRINT-SECTION-FOOTER.


COMPARE-TO-PRIOR-PRICE SECTION.
CPP-START.
*       A STOCK WITH NO PRICE LAST NIGHT IS NEW AND HAS NOTHING TO BE
*       JUDGED AGAINST.  OTHERWISE THE DAYS-UNCHANGED COUNT CARRIES ON
*       FROM LAST NIGHT WHEN THE PRICE IS THE SAME AND STARTS AGAIN
*       WHEN IT MOVES.
        ADD 1 TO ACCEPTED-COUNT.
        PERFORM FIND-PRIOR-PRICE.
        IF FOUND-PRIOR-SUBSCRIPT IS EQUAL TO 0
                ADD 1 TO NEW-STOCK-COUNT,
                GO TO CPP-EXIT.

        MOVE 'Y' TO PRP-MATCHED (FOUND-PRIOR-SUBSCRIPT).

        IF PRT-PRICE (PRICE-SUBSCRIPT) IS EQUAL TO
           PRP-PRICE (FOUND-PRIOR-SUBSCRIPT)
                GO TO CPP-UNCHANGED.

        SUBTRACT PRP-PRICE (FOUND-PRIOR-SUBSCRIPT)
                FROM PRT-PRICE (PRICE-SUBSCRIPT)
                GIVING PRICE-MOVE.
        MOVE PRICE-MOVE TO MOVE-SIZE.
        IF PRICE-MOVE IS LESS THAN ZERO
                SUBTRACT PRICE-MOVE FROM 0 GIVING MOVE-SIZE.

        MULTIPLY MOVE-SIZE BY 100 GIVING MOVE-TIMES-100.
        MULTIPLY PRP-PRICE (FOUND-PRIOR-SUBSCRIPT) BY TOLERANCE-PERCENT
                GIVING MOVE-LIMIT.
        IF MOVE-TIMES-100 IS NOT GREATER THAN MOVE-LIMIT
                GO TO CPP-EXIT.

        ADD 1 TO TOLERANCE-COUNT.
        DIVIDE PRP-PRICE (FOUND-PRIOR-SUBSCRIPT) INTO MOVE-TIMES-100
                GIVING MOVE-PERCENT ROUNDED.
        IF MOVE-PERCENT IS GREATER THAN 99999.9
                MOVE 99999.9 TO MOVE-PERCENT.
        IF PRICE-MOVE IS LESS THAN ZERO
                SUBTRACT MOVE-PERCENT FROM 0 GIVING MOVE-PERCENT.

        MOVE SPACES TO PRINT-LINE.
        MOVE PRT-STOCK (PRICE-SUBSCRIPT) TO PL-STOCK.
        MOVE PRT-PRICE (PRICE-SUBSCRIPT) TO PL-PRICE.
        MOVE PRP-PRICE (FOUND-PRIOR-SUBSCRIPT) TO PL-PRIOR-PRICE.
        MOVE MOVE-PERCENT TO PL-MOVE-PERCENT.
        MOVE 'MOVE OVER TOLERANCE' TO PL-REASON.
        PERFORM PRINT-EXCEPTION-LINE.
        GO TO CPP-EXIT.

CPP-UNCHANGED.
        MOVE PRP-SAME-DAYS (FOUND-PRIOR-SUBSCRIPT)
                TO PRT-SAME-DAYS (PRICE-SUBSCRIPT).
        IF PRT-SAME-DAYS (PRICE-SUBSCRIPT) IS LESS THAN 999
                ADD 1 TO PRT-SAME-DAYS (PRICE-SUBSCRIPT).

        IF PRT-SAME-DAYS (PRICE-SUBSCRIPT) IS NOT GREATER THAN
           MAX-SAME-DAYS
                GO TO CPP-EXIT.

        ADD 1 TO UNCHANGED-COUNT.
        MOVE SPACES TO PRINT-LINE.
        MOVE PRT-STOCK (PRICE-SUBSCRIPT) TO PL-STOCK.
        MOVE PRT-PRICE (PRICE-SUBSCRIPT) TO PL-PRICE.
        MOVE PRP-PRICE (FOUND-PRIOR-SUBSCRIPT) TO PL-PRIOR-PRICE.
        MOVE PRT-SAME-DAYS (PRICE-SUBSCRIPT) TO PL-SAME-DAYS.
        MOVE 'UNCHANGED TOO MANY DAYS' TO PL-REASON.
        PERFORM PRINT-EXCEPTION-LINE.

CPP-EXIT.  EXIT.


FIND-PRIOR-PRICE SECTION.
FPP-START.
        MOVE 0 TO FOUND-PRIOR-SUBSCRIPT.
        IF PRIOR-COUNT IS EQUAL TO 0
                GO TO FPP-EXIT.
        MOVE 1 TO PRIOR-SUBSCRIPT.

FPP-LOOP.
        IF PRP-STOCK (PRIOR-SUBSCRIPT) IS EQUAL TO
           PRT-STOCK (PRICE-SUBSCRIPT)
                MOVE PRIOR-SUBSCRIPT TO FOUND-PRIOR-SUBSCRIPT,
                GO TO FPP-EXIT.

        ADD 1 TO PRIOR-SUBSCRIPT.
        IF PRIOR-SUBSCRIPT IS NOT GREATER THAN PRIOR-COUNT
                GO TO FPP-LOOP.

FPP-EXIT.  EXIT.


PRINT-REJECTED-LINE SECTION.
PRL-START.
*       THE PRICE PRINTS AS IT CAME OFF THE TAPE WHEN IT IS NOT A
*       NUMBER, SO THE OPERATOR SEES WHAT THE VENDOR ACTUALLY SENT.
        ADD 1 TO REJECTED-COUNT.
        MOVE SPACES TO PRINT-LINE.
        MOVE PRT-STOCK (PRICE-SUBSCRIPT) TO PL-STOCK.
        IF PRT-UNREADABLE (PRICE-SUBSCRIPT) OR
           PRT-NO-STOCK (PRICE-SUBSCRIPT)
                MOVE PRT-PRICE-RAW (PRICE-SUBSCRIPT) TO PL-PRICE-RAW
        ELSE
                MOVE PRT-PRICE (PRICE-SUBSCRIPT) TO PL-PRICE.

        IF PRT-NO-STOCK (PRICE-SUBSCRIPT)
                ADD 1 TO NO-STOCK-COUNT,
                MOVE 'REJECTED - NO STOCK CODE' TO PL-REASON.
        IF PRT-UNREADABLE (PRICE-SUBSCRIPT)
                ADD 1 TO UNREADABLE-COUNT,
                MOVE 'REJECTED - UNREADABLE' TO PL-REASON.
        IF PRT-ZERO (PRICE-SUBSCRIPT)
                ADD 1 TO ZERO-PRICE-COUNT,
                MOVE 'REJECTED - ZERO PRICE' TO PL-REASON.
        IF PRT-DUPLICATE (PRICE-SUBSCRIPT)
                ADD 1 TO DUPLICATE-COUNT,
                MOVE 'REJECTED - DUPLICATE' TO PL-REASON.

        PERFORM PRINT-EXCEPTION-LINE.


LIST-UNPRICED-HOLDINGS SECTION.
LUH-START.
*       EVERY STOCK HELD ON THE SORTED MASTER SHOULD HAVE A PRICE
*       TONIGHT.  ONE THAT HAS NONE, OR WHOSE ONLY PRICE WAS REJECTED,
*       IS LISTED SO THE GAP IS CHASED BEFORE THE BOOK IS VALUED.
        MOVE 'HELD STOCKS WITHOUT AN ACCEPTED PRICE' TO SECTION-TITLE.
        PERFORM PRINT-SECTION-HEADER.

        MOVE 0 TO OPEN-TRY-COUNT.
        MOVE 5 TO WAIT-TIME.
        OPEN INPUT INPUT-FILE.

LUH-LOOP.
        READ INPUT-FILE AT END
                GO TO LUH-DONE.

        IF SORT-RECORD IS EQUAL TO SPACES
                GO TO LUH-LOOP.

        IF SORT-FIELD-1B IS EQUAL TO CURRENT-STOCK
                GO TO LUH-LOOP.

        MOVE SORT-FIELD-1B TO CURRENT-STOCK.
        ADD 1 TO HELD-STOCK-COUNT.
        PERFORM FIND-TODAY-PRICE.
        IF FOUND-PRICE-SUBSCRIPT IS GREATER THAN 0
                GO TO LUH-LOOP.

        ADD 1 TO UNPRICED-STOCK-COUNT.
        MOVE SPACES TO PRINT-LINE.
        MOVE CURRENT-STOCK TO PL-STOCK.
        IF REJECTED-PRICE-SUBSCRIPT IS GREATER THAN 0
                MOVE 'HELD - PRICE REJECTED' TO PL-REASON
        ELSE
                MOVE 'HELD - NO PRICE ON FILE' TO PL-REASON.
        PERFORM PRINT-EXCEPTION-LINE.
        GO TO LUH-LOOP.

LUH-DONE.
        CLOSE INPUT-FILE.
        PERFORM PRINT-SECTION-FOOTER.


FIND-TODAY-PRICE SECTION.
FTP-START.
*       AN ACCEPTED PRICE FOR THE STOCK ENDS THE SEARCH; A REJECTED
*       ONE IS NOTED SO THE LISTING CAN SAY WHY THE STOCK IS UNPRICED.
        MOVE 0 TO FOUND-PRICE-SUBSCRIPT.
        MOVE 0 TO REJECTED-PRICE-SUBSCRIPT.
        IF PRICE-COUNT IS EQUAL TO 0
                GO TO FTP-EXIT.
        MOVE 1 TO MATCH-SUBSCRIPT.

FTP-LOOP.
        IF PRT-STOCK (MATCH-SUBSCRIPT) IS EQUAL TO CURRENT-STOCK
                IF PRT-ACCEPTED (MATCH-SUBSCRIPT)
                        MOVE MATCH-SUBSCRIPT TO FOUND-PRICE-SUBSCRIPT,
                        GO TO FTP-EXIT
                ELSE
                        MOVE MATCH-SUBSCRIPT
                                TO REJECTED-PRICE-SUBSCRIPT.

        ADD 1 TO MATCH-SUBSCRIPT.
        IF MATCH-SUBSCRIPT IS NOT GREATER THAN PRICE-COUNT
                GO TO FTP-LOOP.

FTP-EXIT.  EXIT.


WRITE-EDITED-PRICES SECTION.
WEP-START.
*       ONLY THE PRICES THAT WERE NOT REJECTED GO ON TO POSVAL.  A
*       MOVE OR AN UNCHANGED PRICE IS FLAGGED, NOT REMOVED - WHEN THE
*       OPERATOR HAS CONFIRMED IT, THE VALUATION MAY BE RUN BY HAND
*       FROM THIS SAME FILE.
        OPEN OUTPUT EDITED-FILE.
        IF PRICE-COUNT IS EQUAL TO 0
                GO TO WEP-DONE.
        MOVE 1 TO PRICE-SUBSCRIPT.

WEP-LOOP.
        IF PRT-ACCEPTED (PRICE-SUBSCRIPT)
                MOVE SPACES TO EDITED-RECORD,
                MOVE PRT-STOCK (PRICE-SUBSCRIPT) TO EDT-STOCK,
                MOVE PRT-PRICE (PRICE-SUBSCRIPT) TO EDT-PRICE,
                WRITE EDITED-RECORD,
                ADD 1 TO EDITED-WRITE-COUNT.

        ADD 1 TO PRICE-SUBSCRIPT.
        IF PRICE-SUBSCRIPT IS NOT GREATER THAN PRICE-COUNT
                GO TO WEP-LOOP.

WEP-DONE.
        CLOSE EDITED-FILE.


WRITE-PRIOR-PRICES SECTION.
WPP-START.
*       TONIGHT'S ACCEPTED PRICES BECOME TOMORROW'S STANDARD, EACH
*       WITH ITS DAYS-UNCHANGED COUNT - FLAGGED PRICES INCLUDED, SO A
*       REAL MOVE IS JUDGED FROM ITS NEW LEVEL FROM TOMORROW ON AND
*       A STALE PRICE KEEPS COUNTING.  LAST NIGHT'S PRICE FOR A STOCK
*       TONIGHT'S TAPE LEFT OFF IS CARRIED FORWARD AS IT STOOD.
        OPEN OUTPUT PRIOR-FILE.
        IF PRICE-COUNT IS EQUAL TO 0
                GO TO WPP-CARRY.
        MOVE 1 TO PRICE-SUBSCRIPT.

WPP-LOOP.
        IF PRT-ACCEPTED (PRICE-SUBSCRIPT)
                MOVE SPACES TO PRIOR-RECORD,
                MOVE PRT-STOCK (PRICE-SUBSCRIPT) TO PRI-STOCK,
                MOVE PRT-PRICE (PRICE-SUBSCRIPT) TO PRI-PRICE,
                MOVE PRT-SAME-DAYS (PRICE-SUBSCRIPT) TO PRI-SAME-DAYS,
                WRITE PRIOR-RECORD,
                ADD 1 TO PRIOR-WRITE-COUNT.

        ADD 1 TO PRICE-SUBSCRIPT.
        IF PRICE-SUBSCRIPT IS NOT GREATER THAN PRICE-COUNT
                GO TO WPP-LOOP.

WPP-CARRY.
        IF PRIOR-COUNT IS EQUAL TO 0
                GO TO WPP-DONE.
        MOVE 1 TO PRIOR-SUBSCRIPT.

WPP-CARRY-LOOP.
        IF PRP-MATCHED (PRIOR-SUBSCRIPT) IS NOT EQUAL TO 'Y'
                MOVE SPACES TO PRIOR-RECORD,
                MOVE PRP-STOCK (PRIOR-SUBSCRIPT) TO PRI-STOCK,
                MOVE PRP-PRICE (PRIOR-SUBSCRIPT) TO PRI-PRICE,
                MOVE PRP-SAME-DAYS (PRIOR-SUBSCRIPT) TO PRI-SAME-DAYS,
                WRITE PRIOR-RECORD,
                ADD 1 TO PRIOR-WRITE-COUNT.

        ADD 1 TO PRIOR-SUBSCRIPT.
        IF PRIOR-SUBSCRIPT IS NOT GREATER THAN PRIOR-COUNT
                GO TO WPP-CARRY-LOOP.

WPP-DONE.
        CLOSE PRIOR-FILE.
        DISPLAY 'PRCEDT - ' PRIOR-WRITE-COUNT ' PRICE(S) KEPT ON '
                PRIOR-FILE-NAME ' FOR THE NEXT EDIT'.


PRINT-EXCEPTION-LINE SECTION.
PEL-START.
*       THE LINE IS BUILT BY THE CALLER.  A PAGE BREAK WOULD CLEAR
*       IT, SO IT IS HELD ASIDE ACROSS THE HEADER.
        IF LINE-COUNT IS LESS THAN MAX-LINES-PER-PAGE
                GO TO PEL-WRITE.

        MOVE PRINT-LINE TO HELD-PRINT-LINE.
        PERFORM PRINT-REPORT-HEADER.
        MOVE HELD-PRINT-LINE TO PRINT-LINE.

PEL-WRITE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        ADD 1 TO LINE-COUNT.
        ADD 1 TO SECTION-LINE-COUNT.


PRINT-SECTION-HEADER SECTION.
PSH-START.
        IF LINE-COUNT IS GREATER THAN MAX-SECTION-START-LINE
                PERFORM PRINT-REPORT-HEADER.

        MOVE 0 TO SECTION-LINE-COUNT.
        MOVE SPACES TO PRINT-LINE.
        MOVE SECTION-TITLE TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        ADD 2 TO LINE-COUNT.


PRINT-SECTION-FOOTER SECTION.
PSF-START.
        MOVE SPACES TO PRINT-LINE.
        IF SECTION-LINE-COUNT IS EQUAL TO 0
                MOVE '  NONE' TO PRINT-LINE,
                WRITE PRINT-LINE AFTER ADVANCING 1 LINE,
                MOVE SPACES TO PRINT-LINE,
                ADD 1 TO LINE-COUNT.

        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        ADD 1 TO LINE-COUNT.


PRINT-REPORT-SUMMARY SECTION.
PRS-START.
        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        MOVE 'PRICE RECORDS READ' TO SL-LABEL.
        MOVE RECORD-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'REJECTED - UNREADABLE' TO SL-LABEL.
        MOVE UNREADABLE-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'REJECTED - ZERO PRICE' TO SL-LABEL.
        MOVE ZERO-PRICE-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'REJECTED - DUPLICATE' TO SL-LABEL.
        MOVE DUPLICATE-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'REJECTED - NO STOCK CODE' TO SL-LABEL.
        MOVE NO-STOCK-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'MOVES OVER TOLERANCE' TO SL-LABEL.
        MOVE TOLERANCE-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'UNCHANGED TOO MANY DAYS' TO SL-LABEL.
        MOVE UNCHANGED-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'NEW STOCKS - NO PRIOR PRICE' TO SL-LABEL.
        MOVE NEW-STOCK-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'PRICES ACCEPTED' TO SL-LABEL.
        MOVE ACCEPTED-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'HELD STOCKS' TO SL-LABEL.
        MOVE HELD-STOCK-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'HELD STOCKS WITHOUT PRICE' TO SL-LABEL.
        MOVE UNPRICED-STOCK-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        IF EDIT-FAILED
                MOVE '  *** PRICES FAILED EDIT - CHAIN WILL HALT ***'
                        TO PRINT-LINE
        ELSE
                MOVE '  PRICES PASSED THE EDIT' TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        IF TOLERANCE-COUNT IS EQUAL TO 0 AND
           UNCHANGED-COUNT IS EQUAL TO 0
                GO TO PRS-EXIT.

        MOVE SPACES TO PRINT-LINE.
        MOVE '  FLAGGED PRICES ARE PASSED ON - REVIEW THEM BEFORE THE'
                TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        MOVE SPACES TO PRINT-LINE.
        MOVE '  VALUATION IS PUBLISHED' TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

PRS-EXIT.  EXIT.


PRINT-REPORT-HEADER SECTION.
PRH-START.
        IF PAGE-NUMBER IS NOT EQUAL TO ZERO
                MOVE SPACES TO PRINT-LINE,
                WRITE PRINT-LINE AFTER ADVANCING PAGE.

        ADD 1 TO PAGE-NUMBER.
        MOVE ZERO TO LINE-COUNT.

        MOVE SPACES TO PRINT-LINE.
        STRING 'CLOSING PRICE EDIT - TOLERANCE '
                                              DELIMITED BY SIZE
               TOLERANCE-PERCENT              DELIMITED BY SIZE
               ' PCT, UNCHANGED LIMIT '       DELIMITED BY SIZE
               MAX-SAME-DAYS                  DELIMITED BY SIZE
               ' DAYS   PAGE '                DELIMITED BY SIZE
               PAGE-NUMBER                    DELIMITED BY SIZE
               INTO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE '  STOCK    TONIGHT      PRIOR    MOVE %   DAYS   REASON'
            TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        ADD 4 TO LINE-COUNT.
