ID DIVISION.
PROGRAM-ID.  POSUNC.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
OBJECT-COMPUTER.  PDP-10 MEMORY 25 MODULES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT INPUT-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT PRINT-FILE ASSIGN TO LPT.

        SELECT RUNLOG-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT PARAM-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT COVER-SORT-FILE ASSIGN TO DSK, DSK, DSK, DSK, DSK, DSK.

DATA DIVISION.
FILE SECTION.

*       INPUT-FILE IS SORTER'S SORTED POSITN OUTPUT - ORDERED WITH
*       SORT-FIELD-1B MAJOR BUT THE ACCOUNT MINOR TO THE QUANTITY, SO
*       ONE ACCOUNT'S HOLDINGS IN A STOCK DO NOT ARRIVE TOGETHER.
*       THE LAYOUT HERE MATCHES THE FULL 83-BYTE SORT-RECORD IN
*       SORTER.

FD  INPUT-FILE
    VALUE OF ID IS INPUT-FILE-NAME.
01  SORT-RECORD.
        05  SORT-FIELD-1B       PIC X(5).
        05  SORT-FIELD-1A       PIC 9(5).
        05  FILLER              PIC 9(3).
        05  SORT-FIELD-4-2      PIC X(4).
        05  SORT-FIELD-4-1      PIC X(4).
        05  INPUT-CODE          PIC X(3).
        05  FILLER              PIC X(3).
        05  SORT-FIELD-2        PIC X(6).
        05  SORT-FIELD-4-2-YY   PIC X(2).
        05  SORT-FIELD-4-1-YY   PIC X(2).
        05  SORT-ACCOUNT        PIC X(8).
        05  FILLER              PIC X(31).
        05  SORT-TAG            PIC 9(2).
        05  SORT-FIELD-2-TAG    PIC X(5).

FD  PRINT-FILE
    VALUE OF ID IS PRINT-FILE-NAME.
01  PRINT-LINE.
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  PL-STOCK-FIELD      PIC X(5).
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-ACCOUNT          PIC X(8).
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-SHORT-SIDE       PIC X(11).
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-SHORT-QUANTITY   PIC ZZZZZZ9.
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-COVER-SIDE       PIC X(10).
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-COVER-QUANTITY   PIC ZZZZZZ9.
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-UNCOVERED        PIC ZZZZZZ9.
        05  FILLER              PIC X(57) VALUE SPACES.

*       RUNLOG-FILE IS THE CUMULATIVE RUN JOURNAL THE WHOLE SYSTEM
*       APPENDS TO.  THE LAYOUT HERE MATCHES RUNLOG-RECORD IN SORTER.

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

*       PARAM-FILE CARRIES THE FILE NAMES FOR AN UNATTENDED RUN - ONE
*       RECORD PER CHAIN STEP, KEYED BY PROGRAM NAME.  THE LAYOUT
*       HERE MATCHES PARAM-RECORD IN POSRPT.

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

*       ONE CUSTOMER'S SHORT IS COVERED ONLY BY THAT CUSTOMER'S OWN
*       LONG, SO THE POSITIONS ARE RUN THROUGH THEIR OWN SORT ON THE
*       STOCK AND THEN THE ACCOUNT, AND ONE KEY GROUP OFF THE SORT IS
*       EVERYTHING ONE ACCOUNT HOLDS IN ONE STOCK.  CVR-CODE IS BROKEN
*       OUT - THE FIRST CHARACTER SAYS BUY OR SELL, THE MIDDLE ONE
*       CALL, PUT, OR STOCK.

SD  COVER-SORT-FILE.
01  COVER-SORT-RECORD.
        05  CVR-FIELD-1B        PIC X(5).
        05  CVR-FIELD-1A        PIC 9(5).
        05  FILLER              PIC 9(3).
        05  CVR-FIELD-4-2       PIC X(4).
        05  CVR-FIELD-4-1       PIC X(4).
        05  CVR-CODE.
            10  CVR-CODE-SIDE   PIC X.
                88  CODE-IS-BUY     VALUE 'B'.
                88  CODE-IS-SELL    VALUE 'S'.
            10  CVR-CODE-TYPE   PIC X.
                88  CODE-IS-CALL    VALUE 'C'.
                88  CODE-IS-PUT     VALUE 'P'.
                88  CODE-IS-STOCK   VALUE 'S'.
            10  FILLER          PIC X.
        05  FILLER              PIC X(3).
        05  CVR-FIELD-2         PIC X(6).
        05  CVR-FIELD-4-2-YY    PIC X(2).
        05  CVR-FIELD-4-1-YY    PIC X(2).
        05  CVR-ACCOUNT         PIC X(8).
        05  FILLER              PIC X(31).
        05  CVR-TAG             PIC 9(2).
        05  CVR-FIELD-2-TAG     PIC X(5).

WORKING-STORAGE SECTION.

77  INPUT-FILE-NAME              PIC X(9) VALUE 'POSITN'.
77  PRINT-FILE-NAME              PIC X(9) VALUE 'POSUNC'.

77  PARAM-FILE-NAME              PIC X(9) VALUE 'POSPRM'.
77  PARAM-FILE-MISSING-SWITCH    PIC X VALUE 'N'.
        88  PARAM-FILE-MISSING       VALUE 'Y'.
77  PARAMS-FOUND-SWITCH          PIC X VALUE 'N'.
        88  PARAMS-FOUND             VALUE 'Y'.

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

*       INPUT-FILE IS SORTER'S OUTPUT, SO IT MAY NOT BE THERE YET WHEN
*       POSUNC IS RUN.  OPEN-ERROR RETRIES A BOUNDED NUMBER OF TIMES,
*       THE SAME AS POSRPT DOES FOR THE SAME FILE.

77  WAIT-TIME                    COMP-1 VALUE IS 5.
77  MAX-OPEN-TRIES                PIC 9(2) VALUE IS 5.
77  OPEN-TRY-COUNT                PIC 9(2) VALUE IS 0.

*       WHAT ONE ACCOUNT HOLDS IN ONE STOCK, BY SIDE.  THE
*       QUANTITIES ARE TAKEN AS THEY STAND ON THE MASTER, THE SAME
*       WAY POSVAL EXTENDS THEM - A SHORT CALL IS COVERED SHARE FOR
*       SHARE BY LONG STOCK, AND A SHORT PUT BY A LONG PUT.
*       CURRENT-STOCK IS HIGH-VALUES UNTIL THE FIRST RECORD COMES
*       OFF THE SORT.

01  CURRENT-STOCK                PIC X(5) VALUE HIGH-VALUES.
01  CURRENT-ACCOUNT              PIC X(8) VALUE HIGH-VALUES.
77  SHORT-CALL-QUANTITY          PIC 9(7) USAGE IS COMPUTATIONAL VALUE 0.
77  LONG-STOCK-QUANTITY          PIC 9(7) USAGE IS COMPUTATIONAL VALUE 0.
77  SHORT-PUT-QUANTITY           PIC 9(7) USAGE IS COMPUTATIONAL VALUE 0.
77  LONG-PUT-QUANTITY            PIC 9(7) USAGE IS COMPUTATIONAL VALUE 0.
77  UNCOVERED-QUANTITY           PIC 9(7) USAGE IS COMPUTATIONAL VALUE 0.

01  HELD-PRINT-LINE              PIC X(132) VALUE SPACES.

77  STOCK-UNCOVERED-SWITCH       PIC X VALUE 'N'.
        88  STOCK-UNCOVERED          VALUE 'Y'.
77  ACCOUNT-UNCOVERED-SWITCH     PIC X VALUE 'N'.
        88  ACCOUNT-UNCOVERED        VALUE 'Y'.

77  PAGE-NUMBER                  PIC 9(4) VALUE 0.
77  LINE-COUNT                   PIC 9(3) VALUE 0.
77  MAX-LINES-PER-PAGE           PIC 9(3) VALUE 55.

77  POSITION-COUNT               PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  STOCK-COUNT                  PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  UNCOVERED-STOCK-COUNT        PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  UNCOVERED-ACCOUNT-COUNT      PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  UNCOVERED-CALL-COUNT         PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  UNCOVERED-PUT-COUNT          PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  UNKNOWN-CODE-COUNT           PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.

01  SUMMARY-LINE.
        05  FILLER               PIC X(4)  VALUE SPACES.
        05  SL-LABEL             PIC X(30).
        05  SL-COUNT             PIC ZZZZZ9.
        05  FILLER               PIC X(92) VALUE SPACES.



PROCEDURE DIVISION.
DECLARATIVES.

OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON INPUT-FILE OPEN.

OPEN-RECOVERY.
*       RETRY THE OPEN A BOUNDED NUMBER OF TIMES, PAUSING WAIT-TIME
*       SECONDS BETWEEN TRIES, BEFORE GIVING UP AND TELLING THE
*       OPERATOR THE JOB IS DEAD.
*       THE JOURNAL WRITES ARE SPELLED OUT HERE RATHER THAN
*       PERFORMED - A DECLARATIVE MAY NOT REFERENCE THE
*       NONDECLARATIVE PROCEDURES.
        ADD 1 TO OPEN-TRY-COUNT.
        IF OPEN-TRY-COUNT IS GREATER THAN MAX-OPEN-TRIES
                GO TO OPEN-RECOVERY-DEAD.

        DISPLAY 'POSUNC - INPUT-FILE ' INPUT-FILE-NAME
                ' OPEN FAILED - RETRY ' OPEN-TRY-COUNT ' OF '
                MAX-OPEN-TRIES ' IN ' WAIT-TIME ' SECONDS'.

        MOVE 'E' TO RUNLOG-OPEN-MODE.
        OPEN EXTEND RUNLOG-FILE.
        MOVE SPACES TO RUNLOG-RECORD.
        ACCEPT JOURNAL-DATE-FIELDS FROM DATE.
        ACCEPT JOURNAL-TIME-RAW FROM TIME.
        MOVE JOURNAL-DATE-FIELDS TO RL-DATE.
        MOVE JOURNAL-TIME-HMS TO RL-TIME.
        MOVE 'POSUNC' TO RL-PROGRAM.
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
        DISPLAY 'POSUNC - OPERATOR ATTENTION - INPUT-FILE '
                INPUT-FILE-NAME ' WILL NOT OPEN AFTER '
                OPEN-TRY-COUNT ' TRIES - JOB TERMINATED'.

        MOVE 'E' TO RUNLOG-OPEN-MODE.
        OPEN EXTEND RUNLOG-FILE.
        MOVE SPACES TO RUNLOG-RECORD.
        ACCEPT JOURNAL-DATE-FIELDS FROM DATE.
        ACCEPT JOURNAL-TIME-RAW FROM TIME.
        MOVE JOURNAL-DATE-FIELDS TO RL-DATE.
        MOVE JOURNAL-TIME-HMS TO RL-TIME.
        MOVE 'POSUNC' TO RL-PROGRAM.
        MOVE 'OPENFAIL' TO RL-EVENT.
        MOVE INPUT-FILE-NAME TO RL-FILE-NAME.
        MOVE OPEN-TRY-COUNT TO RL-COUNT.
        MOVE 'INPUT FILE WILL NOT OPEN - JOB KILLED' TO RL-TEXT.
        WRITE RUNLOG-RECORD.
        CLOSE RUNLOG-FILE.
        STOP RUN.

OPEN-RECOVERY-EXIT.  EXIT.


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
*       FILE NAMES ARE PROMPTED FOR.
        MOVE 'Y' TO PARAM-FILE-MISSING-SWITCH.

END DECLARATIVES.


MAIN-LINE SECTION.
MAIN-LINE-START.
        PERFORM PROMPT-FOR-FILE-NAMES.

        MOVE 'RUNSTART' TO JRN-EVENT.
        MOVE INPUT-FILE-NAME TO JRN-FILE-NAME.
        MOVE 'RUN STARTED' TO JRN-TEXT.
        PERFORM WRITE-RUN-JOURNAL.

        OPEN OUTPUT PRINT-FILE.
        PERFORM PRINT-REPORT-HEADER.

        SORT COVER-SORT-FILE ON ASCENDING KEY
                CVR-FIELD-1B,
                CVR-ACCOUNT,

        INPUT PROCEDURE IS SELECT-COVER-POSITIONS,
        OUTPUT PROCEDURE IS CHECK-COVER-BY-ACCOUNT.

        PERFORM PRINT-REPORT-SUMMARY.
        CLOSE PRINT-FILE.

        DISPLAY '****************************************'.
        DISPLAY '* POSUNC - UNCOVERED SHORT EXPOSURE    *'.
        DISPLAY '****************************************'.
        DISPLAY '  POSITIONS READ           ' POSITION-COUNT.
        DISPLAY '  STOCKS EXAMINED          ' STOCK-COUNT.
        DISPLAY '  STOCKS WITH UNCOVERED    ' UNCOVERED-STOCK-COUNT.
        DISPLAY '  HOLDINGS UNCOVERED       ' UNCOVERED-ACCOUNT-COUNT.
        DISPLAY '  UNCOVERED SHORT CALLS    ' UNCOVERED-CALL-COUNT.
        DISPLAY '  UNCOVERED SHORT PUTS     ' UNCOVERED-PUT-COUNT.
        DISPLAY '  UNKNOWN CODES            ' UNKNOWN-CODE-COUNT.
        IF UNCOVERED-STOCK-COUNT IS GREATER THAN 0
                DISPLAY 'POSUNC - OPERATOR ATTENTION - '
                        UNCOVERED-STOCK-COUNT ' STOCK(S) CARRY AN '
                        'UNCOVERED SHORT - SEE ' PRINT-FILE-NAME.

        MOVE 'RUNEND' TO JRN-EVENT.
        MOVE INPUT-FILE-NAME TO JRN-FILE-NAME.
        MOVE UNCOVERED-STOCK-COUNT TO JRN-COUNT.
        MOVE 'RUN ENDED - COUNT IS STOCKS UNCOVERED' TO JRN-TEXT.
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

        DISPLAY 'INPUT  FILE: ' WITH NO ADVANCING.
        ACCEPT INPUT-FILE-NAME.
        IF INPUT-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSITN' TO INPUT-FILE-NAME.

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

        IF PRM-PROGRAM IS NOT EQUAL TO 'POSUNC'
                GO TO RRP-LOOP.

        MOVE 'Y' TO PARAMS-FOUND-SWITCH.
        MOVE PRM-FILE-1 TO INPUT-FILE-NAME.
        IF INPUT-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSITN' TO INPUT-FILE-NAME.

RRP-DONE.
        CLOSE PARAM-FILE.

RRP-EXIT.  EXIT.


SELECT-COVER-POSITIONS SECTION.
SCP-START.
*       ONE PASS OVER THE SORTED MASTER, RELEASING EVERY POSITION TO
*       THE COVER SORT.
        MOVE 0 TO OPEN-TRY-COUNT.
        MOVE 5 TO WAIT-TIME.
        OPEN INPUT INPUT-FILE.

SCP-READ-LOOP.
        READ INPUT-FILE AT END
                GO TO SCP-DONE.

        IF SORT-RECORD IS EQUAL TO SPACES
                GO TO SCP-READ-LOOP.

        ADD 1 TO POSITION-COUNT.
        MOVE SORT-RECORD TO COVER-SORT-RECORD.
        RELEASE COVER-SORT-RECORD.
        GO TO SCP-READ-LOOP.

SCP-DONE.
        CLOSE INPUT-FILE.

END-SELECT-COVER-POSITIONS.  EXIT.


CHECK-COVER-BY-ACCOUNT SECTION.
CCA-START.
*       A NEW ACCOUNT OR A NEW STOCK CLOSES THE ACCOUNT'S COVER TEST;
*       A NEW STOCK THEN CLOSES THE STOCK, WHICH COUNTS AS UNCOVERED
*       WHEN ANY ONE OF ITS ACCOUNTS IS.

CCA-RETURN-LOOP.
        RETURN COVER-SORT-FILE AT END
                GO TO CCA-DONE.

        IF CVR-FIELD-1B IS NOT EQUAL TO CURRENT-STOCK OR
           CVR-ACCOUNT IS NOT EQUAL TO CURRENT-ACCOUNT
                PERFORM CHECK-ACCOUNT-COVER,
                MOVE CVR-ACCOUNT TO CURRENT-ACCOUNT,
                MOVE 0 TO SHORT-CALL-QUANTITY, LONG-STOCK-QUANTITY,
                          SHORT-PUT-QUANTITY, LONG-PUT-QUANTITY.

        IF CVR-FIELD-1B IS NOT EQUAL TO CURRENT-STOCK
                PERFORM CLOSE-STOCK,
                MOVE CVR-FIELD-1B TO CURRENT-STOCK,
                ADD 1 TO STOCK-COUNT.

        PERFORM ACCUMULATE-POSITION.
        GO TO CCA-RETURN-LOOP.

CCA-DONE.
        PERFORM CHECK-ACCOUNT-COVER.
        PERFORM CLOSE-STOCK.

END-CHECK-COVER-BY-ACCOUNT.  EXIT.


ACCUMULATE-POSITION SECTION.
ACP-START.
*       ADD THE POSITION TO THE SIDE OF THE ACCOUNT'S HOLDING IN THE
*       STOCK IT BELONGS TO.  ONLY
*       THE FOUR SIDES THE COVER TEST NEEDS ARE KEPT - LONG CALLS AND
*       SHORT STOCK COVER NOTHING HERE.  A CODE WHOSE SIDE OR TYPE IS
*       NEITHER OF THE KNOWN LETTERS IS COUNTED AND PASSED OVER.
        IF NOT CODE-IS-BUY AND NOT CODE-IS-SELL
                ADD 1 TO UNKNOWN-CODE-COUNT,
                GO TO ACP-EXIT.

        IF NOT CODE-IS-CALL AND NOT CODE-IS-PUT AND NOT CODE-IS-STOCK
                ADD 1 TO UNKNOWN-CODE-COUNT,
                GO TO ACP-EXIT.

        IF CODE-IS-SELL AND CODE-IS-CALL
                ADD CVR-FIELD-1A TO SHORT-CALL-QUANTITY.

        IF CODE-IS-BUY AND CODE-IS-STOCK
                ADD CVR-FIELD-1A TO LONG-STOCK-QUANTITY.

        IF CODE-IS-SELL AND CODE-IS-PUT
                ADD CVR-FIELD-1A TO SHORT-PUT-QUANTITY.

        IF CODE-IS-BUY AND CODE-IS-PUT
                ADD CVR-FIELD-1A TO LONG-PUT-QUANTITY.

ACP-EXIT.  EXIT.


CHECK-ACCOUNT-COVER SECTION.
CAC-START.
*       CLOSE OUT THE ACCOUNT'S HOLDING JUST ENDED.  EACH SHORT SIDE
*       GREATER THAN ITS COVER PRINTS ITS OWN LINE WITH THE QUANTITY
*       LEFT NAKED.  NOTHING IS CHECKED BEFORE THE FIRST STOCK OPENS.
        IF CURRENT-STOCK IS EQUAL TO HIGH-VALUES
                GO TO CAC-EXIT.

        MOVE 'N' TO ACCOUNT-UNCOVERED-SWITCH.

        IF SHORT-CALL-QUANTITY IS GREATER THAN LONG-STOCK-QUANTITY
                SUBTRACT LONG-STOCK-QUANTITY FROM SHORT-CALL-QUANTITY
                        GIVING UNCOVERED-QUANTITY,
                MOVE SPACES TO PRINT-LINE,
                MOVE 'SHORT CALLS' TO PL-SHORT-SIDE,
                MOVE SHORT-CALL-QUANTITY TO PL-SHORT-QUANTITY,
                MOVE 'LONG STOCK' TO PL-COVER-SIDE,
                MOVE LONG-STOCK-QUANTITY TO PL-COVER-QUANTITY,
                ADD 1 TO UNCOVERED-CALL-COUNT,
                PERFORM PRINT-UNCOVERED-LINE.

        IF SHORT-PUT-QUANTITY IS GREATER THAN LONG-PUT-QUANTITY
                SUBTRACT LONG-PUT-QUANTITY FROM SHORT-PUT-QUANTITY
                        GIVING UNCOVERED-QUANTITY,
                MOVE SPACES TO PRINT-LINE,
                MOVE 'SHORT PUTS' TO PL-SHORT-SIDE,
                MOVE SHORT-PUT-QUANTITY TO PL-SHORT-QUANTITY,
                MOVE 'LONG PUTS' TO PL-COVER-SIDE,
                MOVE LONG-PUT-QUANTITY TO PL-COVER-QUANTITY,
                ADD 1 TO UNCOVERED-PUT-COUNT,
                PERFORM PRINT-UNCOVERED-LINE.

        IF ACCOUNT-UNCOVERED
                ADD 1 TO UNCOVERED-ACCOUNT-COUNT,
                MOVE 'Y' TO STOCK-UNCOVERED-SWITCH.

CAC-EXIT.  EXIT.


CLOSE-STOCK SECTION.
CLS-START.
*       CLOSE OUT THE STOCK JUST ENDED.  NOTHING IS COUNTED BEFORE
*       THE FIRST STOCK OPENS.
        IF CURRENT-STOCK IS EQUAL TO HIGH-VALUES
                GO TO CLS-EXIT.

        IF STOCK-UNCOVERED
                ADD 1 TO UNCOVERED-STOCK-COUNT.

        MOVE 'N' TO STOCK-UNCOVERED-SWITCH.

CLS-EXIT.  EXIT.


PRINT-UNCOVERED-LINE SECTION.
PUL-START.
*       THE SIDE AND ITS QUANTITIES ARE ALREADY IN THE LINE.  A PAGE
*       BREAK HERE WOULD CLEAR THEM, SO THE LINE IS HELD ASIDE IN
*       HELD-PRINT-LINE ACROSS THE HEADER.
        IF LINE-COUNT IS GREATER THAN OR EQUAL TO MAX-LINES-PER-PAGE
                MOVE PRINT-LINE TO HELD-PRINT-LINE,
                PERFORM PRINT-REPORT-HEADER,
                MOVE HELD-PRINT-LINE TO PRINT-LINE.

        MOVE CURRENT-STOCK TO PL-STOCK-FIELD.
        MOVE CURRENT-ACCOUNT TO PL-ACCOUNT.
        MOVE UNCOVERED-QUANTITY TO PL-UNCOVERED.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        ADD 1 TO LINE-COUNT.
        MOVE 'Y' TO ACCOUNT-UNCOVERED-SWITCH.


PRINT-REPORT-HEADER SECTION.
PRH-START.
        IF PAGE-NUMBER IS NOT EQUAL TO ZERO
                MOVE SPACES TO PRINT-LINE,
                WRITE PRINT-LINE AFTER ADVANCING PAGE.

        ADD 1 TO PAGE-NUMBER.
        MOVE ZERO TO LINE-COUNT.

        MOVE SPACES TO PRINT-LINE.
        STRING 'UNCOVERED SHORT OPTION EXPOSURE - '
                                              DELIMITED BY SIZE
               INPUT-FILE-NAME                DELIMITED BY SPACE
               '   PAGE '                     DELIMITED BY SIZE
               PAGE-NUMBER                    DELIMITED BY SIZE
               INTO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        STRING '  STOCK   ACCOUNT    SHORT SIDE   QUANTITY   '
                                              DELIMITED BY SIZE
               'COVERED BY'                   DELIMITED BY SIZE
               '  QUANTITY UNCOVERED'         DELIMITED BY SIZE
               INTO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.


PRINT-REPORT-SUMMARY SECTION.
PRS-START.
        IF UNCOVERED-STOCK-COUNT IS EQUAL TO 0
                MOVE SPACES TO PRINT-LINE,
                MOVE '  EVERY SHORT CALL AND SHORT PUT IS COVERED'
                        TO PRINT-LINE,
                WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE 'STOCKS EXAMINED' TO SL-LABEL.
        MOVE STOCK-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'STOCKS WITH AN UNCOVERED SHORT' TO SL-LABEL.
        MOVE UNCOVERED-STOCK-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'ACCOUNT HOLDINGS UNCOVERED' TO SL-LABEL.
        MOVE UNCOVERED-ACCOUNT-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'UNCOVERED SHORT CALLS' TO SL-LABEL.
        MOVE UNCOVERED-CALL-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'UNCOVERED SHORT PUTS' TO SL-LABEL.
        MOVE UNCOVERED-PUT-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'POSITIONS WITH UNKNOWN CODE' TO SL-LABEL.
        MOVE UNKNOWN-CODE-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.


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
        MOVE 'POSUNC' TO RL-PROGRAM.
        MOVE JRN-EVENT TO RL-EVENT.
        MOVE JRN-FILE-NAME TO RL-FILE-NAME.
        MOVE JRN-COUNT TO RL-COUNT.
        MOVE JRN-TEXT TO RL-TEXT.

        WRITE RUNLOG-RECORD.
        CLOSE RUNLOG-FILE.

        MOVE SPACES TO JRN-EVENT, JRN-FILE-NAME, JRN-TEXT.
        MOVE 0 TO JRN-COUNT.
