ID DIVISION.
PROGRAM-ID.  POSSTM.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
OBJECT-COMPUTER.  PDP-10 MEMORY 25 MODULES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT HISTORY-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT ACCOUNT-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT PRICE-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT PRINT-FILE ASSIGN TO LPT.

        SELECT STATEMENT-SORT-FILE ASSIGN TO DSK, DSK, DSK, DSK, DSK, DSK.

DATA DIVISION.
FILE SECTION.

*       HISTORY-FILE IS THE CUMULATIVE POSITION HISTORY POSHST
*       APPENDS EACH NIGHT.  THE LAYOUT HERE MATCHES HISTORY-RECORD
*       IN POSMOV, WITH THE ACCOUNT BROKEN OUT WHERE SORT-RECORD IN
*       SORTER CARRIES IT.

FD  HISTORY-FILE
    VALUE OF ID IS HISTORY-FILE-NAME.
01  HISTORY-RECORD.
        05  HST-DATE            PIC 9(6).
        05  FILLER              PIC X.
        05  HST-IMAGE.
            10  HST-FIELD-1B    PIC X(5).
            10  HST-FIELD-1A    PIC 9(5).
            10  FILLER          PIC 9(3).
            10  HST-FIELD-4-2   PIC X(4).
            10  HST-FIELD-4-1   PIC X(4).
            10  HST-CODE        PIC X(3).
            10  FILLER          PIC X(3).
            10  HST-FIELD-2     PIC X(6).
            10  HST-FIELD-4-2-YY PIC X(2).
            10  HST-FIELD-4-1-YY PIC X(2).
            10  HST-ACCOUNT     PIC X(8).
            10  FILLER          PIC X(31).
            10  HST-TAG         PIC 9(2).
            10  HST-FIELD-2-TAG PIC X(5).

*       ACCOUNT-FILE IS THE CUSTOMER ACCOUNT MASTER.  THE LAYOUT HERE
*       MATCHES ACCOUNT-RECORD IN POSEDT.  THE NAME, ADDRESS AND
*       BRANCH HEAD EACH CUSTOMER'S STATEMENT.

FD  ACCOUNT-FILE
    VALUE OF ID IS ACCOUNT-FILE-NAME.
01  ACCOUNT-RECORD.
        05  ACT-ACCOUNT         PIC X(8).
        05  FILLER              PIC X.
        05  ACT-NAME            PIC X(30).
        05  FILLER              PIC X.
        05  ACT-ADDRESS-1       PIC X(30).
        05  FILLER              PIC X.
        05  ACT-ADDRESS-2       PIC X(30).
        05  FILLER              PIC X.
        05  ACT-ADDRESS-3       PIC X(30).
        05  FILLER              PIC X.
        05  ACT-BRANCH          PIC X(3).

*       PRICE-FILE IS PRCEDT'S EDITED CLOSING PRICE FILE.  THE LAYOUT
*       HERE MATCHES PRICE-RECORD IN POSVAL.

FD  PRICE-FILE
    VALUE OF ID IS PRICE-FILE-NAME.
01  PRICE-RECORD.
        05  PRC-STOCK           PIC X(5).
        05  FILLER              PIC X.
        05  PRC-PRICE           PIC 9(5)V99.

FD  PRINT-FILE
    VALUE OF ID IS PRINT-FILE-NAME.
01  PRINT-LINE.
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  PL-STOCK-FIELD      PIC X(5).
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-OPTION-CODE      PIC X(3).
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-FIELD-2-TAG      PIC X(5).
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-DATE-1           PIC X(6).
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-DATE-2           PIC X(6).
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-OPENING-QUANTITY PIC ZZZZZ9.
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-CLOSING-QUANTITY PIC ZZZZZ9.
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-PRICE            PIC ZZZZ9.99.
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-FLAG             PIC X(16).
        05  FILLER              PIC X(28) VALUE SPACES.

*       EVERY RECORD OF THE OPENING AND CLOSING SNAPSHOTS IS RELEASED
*       TO THE STATEMENT SORT WITH THE ACCOUNT AS THE MAJOR KEY, THEN
*       SORT-TAG, THEN THE STOCK/OPTION KEY, THE WAY POSMOV SORTS -
*       SO ONE KEY GROUP OFF THE SORT IS ONE CUSTOMER POSITION AS IT
*       STOOD AT BOTH ENDS OF THE MONTH.  STM-SOURCE TELLS THE
*       SNAPSHOTS APART - 'O' THE OPENING, 'C' THE CLOSING.

SD  STATEMENT-SORT-FILE.
01  STATEMENT-SORT-RECORD.
        05  STATEMENT-KEY.
            10  STM-ACCOUNT      PIC X(8).
            10  STM-TAG          PIC 9(2).
            10  STM-FIELD-1B     PIC X(5).
            10  STM-FIELD-2-TAG  PIC X(5).
            10  STM-CODE         PIC X(3).
            10  STM-FIELD-4-1-YY PIC X(2).
            10  STM-FIELD-4-1    PIC X(4).
            10  STM-FIELD-4-2-YY PIC X(2).
            10  STM-FIELD-4-2    PIC X(4).
        05  STM-SOURCE           PIC X.
        05  STM-QUANTITY         PIC 9(5).

WORKING-STORAGE SECTION.

77  HISTORY-FILE-NAME            PIC X(9) VALUE 'POSHIS'.
77  ACCOUNT-FILE-NAME            PIC X(9) VALUE 'POSACT'.
77  PRICE-FILE-NAME              PIC X(9) VALUE 'PRICED'.
77  PRINT-FILE-NAME              PIC X(9) VALUE 'POSSTM'.

*       THE HISTORY GETS THE SAME BOUNDED RETRY POSMOV GIVES IT.  THE
*       STATEMENTS CANNOT BE ADDRESSED WITHOUT THE ACCOUNT MASTER, SO
*       A MISSING ONE STOPS THE RUN; A MISSING PRICE FILE ONLY MEANS
*       THE STATEMENTS GO OUT WITH QUANTITIES AND NO VALUES.

77  WAIT-TIME   COMP-1 VALUE IS 5.
77  MAX-OPEN-TRIES              PIC 9(2) VALUE IS 5.
77  OPEN-TRY-COUNT              PIC 9(2) VALUE IS 0.

77  ACCOUNT-MISSING-SWITCH       PIC X VALUE 'N'.
        88  ACCOUNT-FILE-MISSING     VALUE 'Y'.
77  PRICE-MISSING-SWITCH         PIC X VALUE 'N'.
        88  PRICE-FILE-MISSING       VALUE 'Y'.

*       THE OPERATOR GIVES THE STATEMENT MONTH AS YYMM, AND MAY NAME
*       ONE ACCOUNT TO REPRINT A SINGLE STATEMENT - A BLANK ACCOUNT
*       MEANS EVERY ACCOUNT WITH A POSITION IN THE MONTH.

01  STATEMENT-MONTH-ANSWER       PIC X(4) VALUE SPACES.
01  STATEMENT-MONTH-VALUE  REDEFINES STATEMENT-MONTH-ANSWER
                                 PIC 9(4).
01  FILLER  REDEFINES STATEMENT-MONTH-ANSWER.
        05  STATEMENT-YY         PIC 99.
        05  STATEMENT-MM         PIC 99.
01  ACCOUNT-ANSWER               PIC X(8) VALUE SPACES.
        88  EVERY-ACCOUNT            VALUE SPACES.

*       THE OPENING POSITION IS THE NEWEST SNAPSHOT BEFORE THE FIRST
*       OF THE MONTH AND THE CLOSING POSITION THE NEWEST ON OR BEFORE
*       ITS LAST DAY, CHOSEN THE WAY POSAOF AND POSMOV CHOOSE THEIRS.
*       DAY 00 AND DAY 31 BOUND THE MONTH WHATEVER ITS LENGTH.

01  OPENING-LIMIT-FIELDS.
        05  OPENING-LIMIT-YYMM   PIC 9(4).
        05  OPENING-LIMIT-DD     PIC 99 VALUE 0.
01  OPENING-LIMIT-DATE  REDEFINES OPENING-LIMIT-FIELDS
                                 PIC 9(6).
01  CLOSING-LIMIT-FIELDS.
        05  CLOSING-LIMIT-YYMM   PIC 9(4).
        05  CLOSING-LIMIT-DD     PIC 99 VALUE 31.
01  CLOSING-LIMIT-DATE  REDEFINES CLOSING-LIMIT-FIELDS
                                 PIC 9(6).

77  OPENING-SNAPSHOT-DATE        PIC 9(6) VALUE 0.
        88  NO-OPENING-SNAPSHOT      VALUE 0.
77  CLOSING-SNAPSHOT-DATE        PIC 9(6) VALUE 0.
        88  NO-CLOSING-SNAPSHOT      VALUE 0.

*       THE ACCOUNT MASTER IS HELD IN THIS TABLE FOR THE WHOLE RUN.
*       THE BOUND GETS THE SAME OPERATOR STOP IT GETS IN POSEDT.

77  MAX-ACCOUNTS                 PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 2000.
77  ACCOUNT-COUNT                PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
77  ACCOUNT-SUBSCRIPT            PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
77  FOUND-ACCOUNT-SUBSCRIPT      PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
01  ACCOUNT-TABLE.
        05  ACCOUNT-ENTRY OCCURS 2000 TIMES.
            10  ACC-ACCOUNT      PIC X(8).
            10  ACC-NAME         PIC X(30).
            10  ACC-ADDRESS-1    PIC X(30).
            10  ACC-ADDRESS-2    PIC X(30).
            10  ACC-ADDRESS-3    PIC X(30).
            10  ACC-BRANCH       PIC X(3).

*       THE CLOSING PRICES ARE HELD THE SAME WAY POSVAL HOLDS THEM.

77  MAX-PRICES                   PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 500.
77  PRICE-COUNT                  PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
77  PRICE-SUBSCRIPT              PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
77  FOUND-PRICE-SUBSCRIPT        PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
01  PRICE-TABLE.
        05  PRICE-ENTRY OCCURS 500 TIMES.
            10  PRT-STOCK        PIC X(5).
            10  PRT-PRICE        PIC 9(5)V99.

*       THE POSITION BREAK IS DRIVEN BY HELD-STATEMENT-KEY, THE WAY
*       THE MOVEMENT BREAK IS IN POSMOV - HIGH-VALUES UNTIL THE FIRST
*       RECORD COMES OFF THE SORT.

01  HELD-STATEMENT-KEY.
        05  HELD-ACCOUNT         PIC X(8).
        05  HELD-TAG             PIC 9(2).
        05  HELD-FIELD-1B        PIC X(5).
        05  HELD-FIELD-2-TAG     PIC X(5).
        05  HELD-CODE            PIC X(3).
        05  HELD-FIELD-4-1-YY    PIC X(2).
        05  HELD-FIELD-4-1       PIC X(4).
        05  HELD-FIELD-4-2-YY    PIC X(2).
        05  HELD-FIELD-4-2       PIC X(4).
77  GROUP-HELD-SWITCH            PIC X VALUE 'N'.
        88  GROUP-HELD               VALUE 'Y'.

*       WHAT THE KEY GROUP ACCUMULATES - EACH SNAPSHOT'S QUANTITY,
*       ADDED TOGETHER WHERE TWO RECORDS SHARE A STOCK/OPTION TAG,
*       AS IN POSMOV.

77  OPENING-QUANTITY             PIC S9(7) USAGE IS COMPUTATIONAL
        VALUE 0.
77  CLOSING-QUANTITY             PIC S9(7) USAGE IS COMPUTATIONAL
        VALUE 0.

*       CURRENT-ACCOUNT IS THE STATEMENT NOW PRINTING AND
*       CATEGORY-SUBSCRIPT THE CATEGORY WITHIN IT.  HIGH-VALUES AND
*       ZERO - NEITHER EVER A REAL ACCOUNT OR TAG - MEAN NONE IS
*       OPEN, SO THE FIRST POSITION PRINTED OPENS BOTH.

01  CURRENT-ACCOUNT              PIC X(8) VALUE HIGH-VALUES.
77  CATEGORY-SUBSCRIPT           PIC 9(2) VALUE 0.

01  TAG-LABEL-TABLE.
        05  TAG-LABEL-LIST               PIC X(39) VALUE
          'SCOSPOSSOBCOBPOBSOSCCSPCSSCBCCBPCBSCUNK'.
        05  FILLER  REDEFINES TAG-LABEL-LIST.
                10  TAG-LABEL-ENTRY      PIC X(3) OCCURS 13 TIMES.

*       MARKET VALUE ACCUMULATES BY CATEGORY WITHIN THE STATEMENT AND
*       FOR THE STATEMENT AS A WHOLE.  A POSITION WITH NO PRICE IS
*       FLAGGED AND LEFT OUT, AS POSVAL LEAVES IT OUT.

77  DETAIL-VALUE                 PIC S9(10)V99 USAGE IS COMPUTATIONAL
        VALUE 0.
77  CATEGORY-VALUE               PIC S9(11)V99 USAGE IS COMPUTATIONAL
        VALUE 0.
77  ACCOUNT-VALUE                PIC S9(11)V99 USAGE IS COMPUTATIONAL
        VALUE 0.
77  ACCOUNT-UNPRICED-COUNT       PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.

77  STATEMENT-PAGE-NUMBER        PIC 9(4) VALUE 0.
77  LINE-COUNT                   PIC 9(3) VALUE 0.
77  MAX-LINES-PER-PAGE           PIC 9(3) VALUE 55.

77  HISTORY-RECORD-COUNT         PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  OPENING-RECORD-COUNT         PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  CLOSING-RECORD-COUNT         PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  NO-ACCOUNT-COUNT             PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  STATEMENT-COUNT              PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  UNKNOWN-ACCOUNT-COUNT        PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  POSITION-LINE-COUNT          PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  UNPRICED-COUNT               PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.

01  TOTAL-LINE.
        05  FILLER               PIC X(2)  VALUE SPACES.
        05  TL-LABEL             PIC X(50).
        05  FILLER               PIC X(19) VALUE SPACES.
        05  TL-VALUE             PIC ZZZ,ZZZ,ZZ9.99.
        05  FILLER               PIC X(47) VALUE SPACES.

01  SUMMARY-LINE.
        05  FILLER               PIC X(4)  VALUE SPACES.
        05  SL-LABEL             PIC X(30).
        05  SL-COUNT             PIC ZZZZZ9.
        05  FILLER               PIC X(92) VALUE SPACES.



PROCEDURE DIVISION.
DECLARATIVES.

HISTORY-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON HISTORY-FILE OPEN.

HISTORY-OPEN-RECOVERY.
*       RETRY THE OPEN A BOUNDED NUMBER OF TIMES, PAUSING WAIT-TIME
*       SECONDS BETWEEN TRIES, BEFORE GIVING UP AND TELLING THE
*       OPERATOR THE JOB IS DEAD.
        ADD 1 TO OPEN-TRY-COUNT.
        IF OPEN-TRY-COUNT IS GREATER THAN MAX-OPEN-TRIES
                DISPLAY 'POSSTM - OPERATOR ATTENTION - HISTORY-FILE '
                        HISTORY-FILE-NAME ' WILL NOT OPEN AFTER '
                        OPEN-TRY-COUNT ' TRIES - JOB TERMINATED',
                STOP RUN.

        DISPLAY 'POSSTM - HISTORY-FILE ' HISTORY-FILE-NAME
                ' OPEN FAILED - RETRY ' OPEN-TRY-COUNT ' OF '
                MAX-OPEN-TRIES ' IN ' WAIT-TIME ' SECONDS'.

        CALL 'SLEEP' USING WAIT-TIME.

        ADD 1 TO WAIT-TIME.

        OPEN INPUT HISTORY-FILE.


ACCOUNT-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON ACCOUNT-FILE OPEN.

ACCOUNT-OPEN-RECOVERY.
*       NO ACCOUNT MASTER - LOAD-ACCOUNT-TABLE STOPS THE RUN.
        MOVE 'Y' TO ACCOUNT-MISSING-SWITCH.


PRICE-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON PRICE-FILE OPEN.

PRICE-OPEN-RECOVERY.
*       NO PRICE FILE - THE STATEMENTS CARRY QUANTITIES ONLY.
        MOVE 'Y' TO PRICE-MISSING-SWITCH.

END DECLARATIVES.


MAIN-LINE SECTION.
MAIN-LINE-START.
        DISPLAY 'HISTORY FILE: ' WITH NO ADVANCING.
        ACCEPT HISTORY-FILE-NAME.
        IF HISTORY-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSHIS' TO HISTORY-FILE-NAME.

        DISPLAY 'ACCOUNT FILE: ' WITH NO ADVANCING.
        ACCEPT ACCOUNT-FILE-NAME.
        IF ACCOUNT-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSACT' TO ACCOUNT-FILE-NAME.

        DISPLAY 'PRICE  FILE: ' WITH NO ADVANCING.
        ACCEPT PRICE-FILE-NAME.
        IF PRICE-FILE-NAME IS EQUAL TO SPACES
                MOVE 'PRICED' TO PRICE-FILE-NAME.

        DISPLAY 'STATEMENT MONTH (YYMM): ' WITH NO ADVANCING.
        ACCEPT STATEMENT-MONTH-ANSWER.
        IF STATEMENT-MONTH-VALUE IS NOT NUMERIC
                DISPLAY 'POSSTM - STATEMENT MONTH MUST BE YYMM - '
                        'JOB TERMINATED',
                STOP RUN.

        IF STATEMENT-MM IS LESS THAN 01 OR
           STATEMENT-MM IS GREATER THAN 12
                DISPLAY 'POSSTM - STATEMENT MONTH MUST BE YYMM - '
                        'JOB TERMINATED',
                STOP RUN.

        DISPLAY 'ACCOUNT (BLANK FOR ALL): ' WITH NO ADVANCING.
        ACCEPT ACCOUNT-ANSWER.

        MOVE STATEMENT-MONTH-VALUE TO OPENING-LIMIT-YYMM.
        MOVE STATEMENT-MONTH-VALUE TO CLOSING-LIMIT-YYMM.

        PERFORM FIND-SNAPSHOT-DATES.

        IF NO-CLOSING-SNAPSHOT
                DISPLAY 'POSSTM - NO ARCHIVED POSITIONS ON OR BEFORE '
                        CLOSING-LIMIT-DATE ' IN ' HISTORY-FILE-NAME,
                STOP RUN.

        IF NO-OPENING-SNAPSHOT
                DISPLAY 'POSSTM - NO ARCHIVE BEFORE THE MONTH - '
                        'OPENING POSITIONS SHOWN AS NONE'.

*       NOTHING WAS ARCHIVED INSIDE THE MONTH - THE BOOK STOOD AT
*       MONTH-END AS IT DID AT THE START, AND THE STATEMENTS SAY SO.
        IF CLOSING-SNAPSHOT-DATE IS EQUAL TO OPENING-SNAPSHOT-DATE
                DISPLAY 'POSSTM - NO ARCHIVE INSIDE THE MONTH - '
                        'CLOSING POSITIONS ARE THOSE OF '
                        CLOSING-SNAPSHOT-DATE.

        PERFORM LOAD-ACCOUNT-TABLE.
        PERFORM LOAD-PRICE-TABLE.

        OPEN OUTPUT PRINT-FILE.

        SORT STATEMENT-SORT-FILE ON ASCENDING KEY
                STM-ACCOUNT,
                STM-TAG,
                STM-FIELD-1B,
                STM-FIELD-2-TAG,
                STM-CODE,
                STM-FIELD-4-1-YY,
                STM-FIELD-4-1,
                STM-FIELD-4-2-YY,
                STM-FIELD-4-2,
                STM-SOURCE,

        INPUT PROCEDURE IS SELECT-SNAPSHOT-RECORDS,
        OUTPUT PROCEDURE IS PRINT-STATEMENTS.

        CLOSE PRINT-FILE.

        DISPLAY '****************************************'.
        DISPLAY '* POSSTM - CUSTOMER STATEMENT SUMMARY  *'.
        DISPLAY '****************************************'.
        DISPLAY '  OPENING SNAPSHOT         ' OPENING-SNAPSHOT-DATE.
        DISPLAY '  CLOSING SNAPSHOT         ' CLOSING-SNAPSHOT-DATE.
        DISPLAY '  HISTORY RECORDS SCANNED  ' HISTORY-RECORD-COUNT.
        DISPLAY '  OPENING SNAPSHOT RECORDS ' OPENING-RECORD-COUNT.
        DISPLAY '  CLOSING SNAPSHOT RECORDS ' CLOSING-RECORD-COUNT.
        DISPLAY '  UNACCOUNTED POSITIONS    ' NO-ACCOUNT-COUNT.
        DISPLAY '  STATEMENTS PRINTED       ' STATEMENT-COUNT.
        DISPLAY '  POSITION LINES PRINTED   ' POSITION-LINE-COUNT.
        DISPLAY '  POSITIONS WITHOUT PRICE  ' UNPRICED-COUNT.
        IF UNKNOWN-ACCOUNT-COUNT IS GREATER THAN 0
                DISPLAY 'POSSTM - OPERATOR ATTENTION - '
                        UNKNOWN-ACCOUNT-COUNT ' STATEMENT(S) FOR '
                        'ACCOUNTS NOT ON ' ACCOUNT-FILE-NAME
                        ' - SEE ' PRINT-FILE-NAME.
        IF NO-ACCOUNT-COUNT IS GREATER THAN 0
                DISPLAY 'POSSTM - ' NO-ACCOUNT-COUNT ' ARCHIVED '
                        'POSITION(S) CARRY NO ACCOUNT AND ARE ON NO '
                        'STATEMENT'.
        STOP RUN.


FIND-SNAPSHOT-DATES SECTION.
FSD-START.
*       ONE PASS OVER THE WHOLE HISTORY FOR THE NEWEST SNAPSHOT ON
*       OR BEFORE EACH LIMIT.  LIKE POSAOF, THE SCAN DOES NOT LEAN
*       ON THE DATES ARRIVING ASCENDING.
        MOVE 0 TO OPEN-TRY-COUNT.
        MOVE 5 TO WAIT-TIME.
        OPEN INPUT HISTORY-FILE.

FSD-READ-LOOP.
        READ HISTORY-FILE AT END
                GO TO FSD-DONE.

        IF HISTORY-RECORD IS EQUAL TO SPACES
                GO TO FSD-READ-LOOP.

        ADD 1 TO HISTORY-RECORD-COUNT.

        IF HST-DATE IS NOT GREATER THAN OPENING-LIMIT-DATE AND
           HST-DATE IS GREATER THAN OPENING-SNAPSHOT-DATE
                MOVE HST-DATE TO OPENING-SNAPSHOT-DATE.

        IF HST-DATE IS NOT GREATER THAN CLOSING-LIMIT-DATE AND
           HST-DATE IS GREATER THAN CLOSING-SNAPSHOT-DATE
                MOVE HST-DATE TO CLOSING-SNAPSHOT-DATE.

        GO TO FSD-READ-LOOP.

FSD-DONE.
        CLOSE HISTORY-FILE.

FSD-EXIT.  EXIT.


LOAD-ACCOUNT-TABLE SECTION.
LAT-START.
*       THE ACCOUNT MASTER IS READ INTO THE TABLE ONCE.
        MOVE 'N' TO ACCOUNT-MISSING-SWITCH.
        OPEN INPUT ACCOUNT-FILE.
        IF ACCOUNT-FILE-MISSING
                DISPLAY 'POSSTM - OPERATOR ATTENTION - NO ACCOUNT FILE '
                        ACCOUNT-FILE-NAME ' - JOB TERMINATED',
                STOP RUN.

LAT-LOOP.
        READ ACCOUNT-FILE AT END
                GO TO LAT-DONE.

        IF ACT-ACCOUNT IS EQUAL TO SPACES
                GO TO LAT-LOOP.

        ADD 1 TO ACCOUNT-COUNT.
        IF ACCOUNT-COUNT IS GREATER THAN MAX-ACCOUNTS
                DISPLAY 'POSSTM - OPERATOR ATTENTION - ACCOUNT FILE '
                        ACCOUNT-FILE-NAME ' HOLDS MORE THAN '
                        MAX-ACCOUNTS ' ACCOUNTS - JOB TERMINATED',
                STOP RUN.

        MOVE ACT-ACCOUNT TO ACC-ACCOUNT (ACCOUNT-COUNT).
        MOVE ACT-NAME TO ACC-NAME (ACCOUNT-COUNT).
        MOVE ACT-ADDRESS-1 TO ACC-ADDRESS-1 (ACCOUNT-COUNT).
        MOVE ACT-ADDRESS-2 TO ACC-ADDRESS-2 (ACCOUNT-COUNT).
        MOVE ACT-ADDRESS-3 TO ACC-ADDRESS-3 (ACCOUNT-COUNT).
        MOVE ACT-BRANCH TO ACC-BRANCH (ACCOUNT-COUNT).
        GO TO LAT-LOOP.

LAT-DONE.
        CLOSE ACCOUNT-FILE.
        DISPLAY 'POSSTM - ' ACCOUNT-COUNT ' ACCOUNT(S) LOADED'.

LAT-EXIT.  EXIT.


LOAD-PRICE-TABLE SECTION.
LPT-START.
*       THE CLOSING PRICES ARE READ INTO THE TABLE ONCE, AS POSVAL
*       READS THEM.
        MOVE 'N' TO PRICE-MISSING-SWITCH.
        OPEN INPUT PRICE-FILE.
        IF PRICE-FILE-MISSING
                DISPLAY 'POSSTM - NO PRICE FILE ' PRICE-FILE-NAME
                        ' - STATEMENTS SHOW QUANTITIES ONLY',
                GO TO LPT-EXIT.

LPT-LOOP.
        READ PRICE-FILE AT END
                GO TO LPT-DONE.

        IF PRICE-RECORD IS EQUAL TO SPACES
                GO TO LPT-LOOP.

        IF PRC-PRICE IS NOT NUMERIC
                DISPLAY 'POSSTM - UNREADABLE PRICE FOR STOCK '
                        PRC-STOCK ' - RECORD SKIPPED',
                GO TO LPT-LOOP.

        ADD 1 TO PRICE-COUNT.
        IF PRICE-COUNT IS GREATER THAN MAX-PRICES
                DISPLAY 'POSSTM - OPERATOR ATTENTION - PRICE FILE '
                        PRICE-FILE-NAME ' HOLDS MORE THAN '
                        MAX-PRICES ' PRICES - JOB TERMINATED',
                STOP RUN.

        MOVE PRC-STOCK TO PRT-STOCK (PRICE-COUNT).
        MOVE PRC-PRICE TO PRT-PRICE (PRICE-COUNT).
        GO TO LPT-LOOP.

LPT-DONE.
        CLOSE PRICE-FILE.
        DISPLAY 'POSSTM - ' PRICE-COUNT ' CLOSING PRICE(S) LOADED'.

LPT-EXIT.  EXIT.


SELECT-SNAPSHOT-RECORDS SECTION.
SSR-START.
*       SECOND PASS - RELEASE EVERY RECORD OF THE TWO SNAPSHOTS INTO
*       THE STATEMENT SORT, MARKED WITH THE SNAPSHOT IT CAME FROM.
*       WHEN NOTHING WAS ARCHIVED INSIDE THE MONTH THE TWO ARE ONE
*       SNAPSHOT, AND ITS RECORDS ARE RELEASED ONCE AS EACH.  A
*       POSITION ARCHIVED BEFORE ACCOUNTS WERE CARRIED BELONGS TO NO
*       STATEMENT AND IS ONLY COUNTED.
        MOVE 0 TO OPEN-TRY-COUNT.
        MOVE 5 TO WAIT-TIME.
        OPEN INPUT HISTORY-FILE.

SSR-READ-LOOP.
        READ HISTORY-FILE AT END
                GO TO SSR-DONE.

        IF HISTORY-RECORD IS EQUAL TO SPACES
                GO TO SSR-READ-LOOP.

        IF HST-DATE IS NOT EQUAL TO OPENING-SNAPSHOT-DATE AND
           HST-DATE IS NOT EQUAL TO CLOSING-SNAPSHOT-DATE
                GO TO SSR-READ-LOOP.

        IF HST-ACCOUNT IS EQUAL TO SPACES
                ADD 1 TO NO-ACCOUNT-COUNT,
                GO TO SSR-READ-LOOP.

        IF NOT EVERY-ACCOUNT
                IF HST-ACCOUNT IS NOT EQUAL TO ACCOUNT-ANSWER
                        GO TO SSR-READ-LOOP.

        MOVE HST-ACCOUNT TO STM-ACCOUNT.
        MOVE HST-TAG TO STM-TAG.
        MOVE HST-FIELD-1B TO STM-FIELD-1B.
        MOVE HST-FIELD-2-TAG TO STM-FIELD-2-TAG.
        MOVE HST-CODE TO STM-CODE.
        MOVE HST-FIELD-4-1-YY TO STM-FIELD-4-1-YY.
        MOVE HST-FIELD-4-1 TO STM-FIELD-4-1.
        MOVE HST-FIELD-4-2-YY TO STM-FIELD-4-2-YY.
        MOVE HST-FIELD-4-2 TO STM-FIELD-4-2.
        MOVE HST-FIELD-1A TO STM-QUANTITY.

        IF HST-DATE IS EQUAL TO OPENING-SNAPSHOT-DATE
                MOVE 'O' TO STM-SOURCE,
                ADD 1 TO OPENING-RECORD-COUNT,
                RELEASE STATEMENT-SORT-RECORD.

        IF HST-DATE IS EQUAL TO CLOSING-SNAPSHOT-DATE
                MOVE 'C' TO STM-SOURCE,
                ADD 1 TO CLOSING-RECORD-COUNT,
                RELEASE STATEMENT-SORT-RECORD.

        GO TO SSR-READ-LOOP.

SSR-DONE.
        CLOSE HISTORY-FILE.

END-SELECT-SNAPSHOT-RECORDS.  EXIT.


PRINT-STATEMENTS SECTION.
PST-START.
        MOVE HIGH-VALUES TO HELD-STATEMENT-KEY.

PST-RETURN-LOOP.
        RETURN STATEMENT-SORT-FILE AT END
                GO TO PST-DONE.

*       A NEW KEY CLOSES THE POSITION JUST ENDED, THEN THE CATEGORY
*       IF THE TAG OR THE ACCOUNT CHANGED, THEN THE STATEMENT IF THE
*       ACCOUNT CHANGED - EACH TOTAL PRINTS UNDER WHAT IT TOTALS.
        IF STATEMENT-KEY IS NOT EQUAL TO HELD-STATEMENT-KEY
                PERFORM CLOSE-KEY-GROUP.

        IF STATEMENT-KEY IS NOT EQUAL TO HELD-STATEMENT-KEY
                IF STM-ACCOUNT IS NOT EQUAL TO HELD-ACCOUNT OR
                   STM-TAG IS NOT EQUAL TO HELD-TAG
                        PERFORM CLOSE-CATEGORY.

        IF STATEMENT-KEY IS NOT EQUAL TO HELD-STATEMENT-KEY
                IF STM-ACCOUNT IS NOT EQUAL TO HELD-ACCOUNT
                        PERFORM CLOSE-STATEMENT.

        IF STATEMENT-KEY IS NOT EQUAL TO HELD-STATEMENT-KEY
                MOVE STATEMENT-KEY TO HELD-STATEMENT-KEY,
                MOVE 0 TO OPENING-QUANTITY, CLOSING-QUANTITY,
                MOVE 'Y' TO GROUP-HELD-SWITCH.

        IF STM-SOURCE IS EQUAL TO 'O'
                ADD STM-QUANTITY TO OPENING-QUANTITY
        ELSE
                ADD STM-QUANTITY TO CLOSING-QUANTITY.

        GO TO PST-RETURN-LOOP.

PST-DONE.
        PERFORM CLOSE-KEY-GROUP.
        PERFORM CLOSE-CATEGORY.
        PERFORM CLOSE-STATEMENT.

        IF STATEMENT-COUNT IS EQUAL TO ZERO
                MOVE SPACES TO PRINT-LINE,
                STRING 'POSITION STATEMENTS FOR MONTH ENDING '
                                                DELIMITED BY SIZE
                       CLOSING-LIMIT-YYMM       DELIMITED BY SIZE
                       INTO PRINT-LINE,
                WRITE PRINT-LINE AFTER ADVANCING 1 LINE,
                MOVE SPACES TO PRINT-LINE,
                WRITE PRINT-LINE AFTER ADVANCING 1 LINE,
                MOVE '  NO ACCOUNT HELD A POSITION IN THE MONTH'
                        TO PRINT-LINE,
                WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

END-PRINT-STATEMENTS.  EXIT.


CLOSE-KEY-GROUP SECTION.
CKG-START.
*       PRINT THE POSITION JUST ENDED - HELD AT THE START OF THE
*       MONTH, AT THE END, OR BOTH - VALUED AT ITS CLOSING QUANTITY.
*       A POSITION CLOSED DURING THE MONTH HAS NOTHING TO VALUE.
        IF NOT GROUP-HELD
                GO TO CKG-EXIT.

        MOVE 'N' TO GROUP-HELD-SWITCH.
        MOVE 0 TO DETAIL-VALUE.
        MOVE 0 TO FOUND-PRICE-SUBSCRIPT.

        IF PRICE-FILE-MISSING
                GO TO CKG-PRINT.
        IF CLOSING-QUANTITY IS EQUAL TO ZERO
                GO TO CKG-PRINT.

        PERFORM FIND-PRICE.
        IF FOUND-PRICE-SUBSCRIPT IS EQUAL TO 0
                ADD 1 TO UNPRICED-COUNT,
                ADD 1 TO ACCOUNT-UNPRICED-COUNT,
                GO TO CKG-PRINT.

        MULTIPLY CLOSING-QUANTITY
                BY PRT-PRICE (FOUND-PRICE-SUBSCRIPT)
                GIVING DETAIL-VALUE.
        ADD DETAIL-VALUE TO CATEGORY-VALUE.
        ADD DETAIL-VALUE TO ACCOUNT-VALUE.

CKG-PRINT.
        PERFORM PRINT-DETAIL-LINE.

CKG-EXIT.  EXIT.


FIND-PRICE SECTION.
FNP-START.
*       THE PRICE FILE IS KEYED BY THE STOCK CODE THAT LEADS
*       SORT-FIELD-1B.  THE FIRST MATCH WINS.
        MOVE 0 TO FOUND-PRICE-SUBSCRIPT.
        IF PRICE-COUNT IS EQUAL TO 0
                GO TO FNP-EXIT.
        MOVE 1 TO PRICE-SUBSCRIPT.

FNP-LOOP.
        IF PRT-STOCK (PRICE-SUBSCRIPT) IS EQUAL TO HELD-FIELD-1B
                MOVE PRICE-SUBSCRIPT TO FOUND-PRICE-SUBSCRIPT,
                GO TO FNP-EXIT.

        ADD 1 TO PRICE-SUBSCRIPT.
        IF PRICE-SUBSCRIPT IS NOT GREATER THAN PRICE-COUNT
                GO TO FNP-LOOP.

FNP-EXIT.  EXIT.


FIND-ACCOUNT SECTION.
FNA-START.
*       THE ACCOUNT MASTER IS KEYED BY ACCOUNT NUMBER.  THE FIRST
*       MATCH WINS.
        MOVE 0 TO FOUND-ACCOUNT-SUBSCRIPT.
        IF ACCOUNT-COUNT IS EQUAL TO 0
                GO TO FNA-EXIT.
        MOVE 1 TO ACCOUNT-SUBSCRIPT.

FNA-LOOP.
        IF ACC-ACCOUNT (ACCOUNT-SUBSCRIPT) IS EQUAL TO HELD-ACCOUNT
                MOVE ACCOUNT-SUBSCRIPT TO FOUND-ACCOUNT-SUBSCRIPT,
                GO TO FNA-EXIT.

        ADD 1 TO ACCOUNT-SUBSCRIPT.
        IF ACCOUNT-SUBSCRIPT IS NOT GREATER THAN ACCOUNT-COUNT
                GO TO FNA-LOOP.

FNA-EXIT.  EXIT.


CLOSE-CATEGORY SECTION.
CCT-START.
*       THE MARKET VALUE OF THE CATEGORY JUST ENDED, UNDER ITS LAST
*       POSITION.  NOTHING PRINTS BEFORE THE FIRST CATEGORY OPENS,
*       AND ONLY QUANTITIES PRINT WHEN THERE ARE NO PRICES.
        IF CATEGORY-SUBSCRIPT IS EQUAL TO 0
                GO TO CCT-EXIT.

        IF PRICE-FILE-MISSING
                GO TO CCT-RESET.

        MOVE SPACES TO TL-LABEL.
        STRING 'MARKET VALUE - CATEGORY '           DELIMITED BY SIZE
               TAG-LABEL-ENTRY (CATEGORY-SUBSCRIPT) DELIMITED BY SIZE
               INTO TL-LABEL.
        MOVE CATEGORY-VALUE TO TL-VALUE.
        WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
        ADD 1 TO LINE-COUNT.

CCT-RESET.
        MOVE 0 TO CATEGORY-SUBSCRIPT.
        MOVE 0 TO CATEGORY-VALUE.

CCT-EXIT.  EXIT.


CLOSE-STATEMENT SECTION.
CST-START.
*       THE TOTAL MARKET VALUE OF THE STATEMENT JUST ENDED.  NOTHING
*       PRINTS BEFORE THE FIRST STATEMENT OPENS.
        IF CURRENT-ACCOUNT IS EQUAL TO HIGH-VALUES
                GO TO CST-EXIT.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        IF PRICE-FILE-MISSING
                MOVE '  MARKET VALUES NOT SHOWN - NO CLOSING PRICES '
                        TO PRINT-LINE,
                WRITE PRINT-LINE AFTER ADVANCING 1 LINE,
                GO TO CST-RESET.

        MOVE SPACES TO TL-LABEL.
        STRING 'TOTAL MARKET VALUE OF ACCOUNT '     DELIMITED BY SIZE
               CURRENT-ACCOUNT                      DELIMITED BY SIZE
               INTO TL-LABEL.
        MOVE ACCOUNT-VALUE TO TL-VALUE.
        WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.

        IF ACCOUNT-UNPRICED-COUNT IS GREATER THAN 0
                MOVE SPACES TO PRINT-LINE,
                MOVE 'POSITIONS NOT VALUED' TO SL-LABEL,
                MOVE ACCOUNT-UNPRICED-COUNT TO SL-COUNT,
                WRITE PRINT-LINE FROM SUMMARY-LINE
                        AFTER ADVANCING 1 LINE.

CST-RESET.
        ADD 1 TO STATEMENT-COUNT.
        MOVE HIGH-VALUES TO CURRENT-ACCOUNT.
        MOVE 0 TO ACCOUNT-VALUE.
        MOVE 0 TO ACCOUNT-UNPRICED-COUNT.

CST-EXIT.  EXIT.


START-STATEMENT SECTION.
SST-START.
*       EACH CUSTOMER'S STATEMENT STARTS ON A NEW PAGE, NUMBERED FROM
*       ONE, UNDER THE NAME AND ADDRESS THE ACCOUNT MASTER HOLDS.  AN
*       ACCOUNT THE MASTER HAS NEVER HEARD OF STILL GETS ITS
*       STATEMENT, FLAGGED, SO ITS POSITIONS ARE NOT LOST FROM VIEW.
        MOVE HELD-ACCOUNT TO CURRENT-ACCOUNT.
        MOVE 0 TO CATEGORY-SUBSCRIPT.
        MOVE 0 TO STATEMENT-PAGE-NUMBER.
        PERFORM FIND-ACCOUNT.
        PERFORM PRINT-STATEMENT-HEADER.

        IF FOUND-ACCOUNT-SUBSCRIPT IS EQUAL TO 0
                ADD 1 TO UNKNOWN-ACCOUNT-COUNT,
                MOVE SPACES TO PRINT-LINE,
                MOVE '  *** ACCOUNT NOT ON ACCOUNT MASTER ***'
                        TO PRINT-LINE,
                WRITE PRINT-LINE AFTER ADVANCING 1 LINE,
                MOVE SPACES TO PRINT-LINE,
                WRITE PRINT-LINE AFTER ADVANCING 1 LINE,
                ADD 2 TO LINE-COUNT,
                GO TO SST-POSITIONS.

        MOVE SPACES TO PRINT-LINE.
        MOVE ACC-NAME (FOUND-ACCOUNT-SUBSCRIPT) TO PRINT-LINE (3 : 30).
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        MOVE SPACES TO PRINT-LINE.
        MOVE ACC-ADDRESS-1 (FOUND-ACCOUNT-SUBSCRIPT)
                TO PRINT-LINE (3 : 30).
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        MOVE SPACES TO PRINT-LINE.
        MOVE ACC-ADDRESS-2 (FOUND-ACCOUNT-SUBSCRIPT)
                TO PRINT-LINE (3 : 30).
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        MOVE SPACES TO PRINT-LINE.
        MOVE ACC-ADDRESS-3 (FOUND-ACCOUNT-SUBSCRIPT)
                TO PRINT-LINE (3 : 30).
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        MOVE SPACES TO PRINT-LINE.
        STRING '  BRANCH '                         DELIMITED BY SIZE
               ACC-BRANCH (FOUND-ACCOUNT-SUBSCRIPT) DELIMITED BY SIZE
               INTO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        ADD 7 TO LINE-COUNT.

SST-POSITIONS.
        MOVE SPACES TO PRINT-LINE.
        STRING '  OPENING POSITIONS AS OF '     DELIMITED BY SIZE
               OPENING-SNAPSHOT-DATE            DELIMITED BY SIZE
               '   CLOSING POSITIONS AS OF '    DELIMITED BY SIZE
               CLOSING-SNAPSHOT-DATE            DELIMITED BY SIZE
               INTO PRINT-LINE.
        IF NO-OPENING-SNAPSHOT
                MOVE SPACES TO PRINT-LINE,
                STRING '  NO OPENING POSITIONS ON FILE'
                                                DELIMITED BY SIZE
                       '   CLOSING POSITIONS AS OF '
                                                DELIMITED BY SIZE
                       CLOSING-SNAPSHOT-DATE    DELIMITED BY SIZE
                       INTO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        ADD 2 TO LINE-COUNT.
        PERFORM PRINT-COLUMN-HEADINGS.

SST-EXIT.  EXIT.


PRINT-STATEMENT-HEADER SECTION.
PSH-START.
        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING PAGE.

        ADD 1 TO STATEMENT-PAGE-NUMBER.
        MOVE ZERO TO LINE-COUNT.

        MOVE SPACES TO PRINT-LINE.
        STRING 'POSITION STATEMENT FOR MONTH ENDING '
                                                DELIMITED BY SIZE
               CLOSING-LIMIT-YYMM               DELIMITED BY SIZE
               '   ACCOUNT '                    DELIMITED BY SIZE
               CURRENT-ACCOUNT                  DELIMITED BY SIZE
               '   PAGE '                       DELIMITED BY SIZE
               STATEMENT-PAGE-NUMBER            DELIMITED BY SIZE
               INTO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        ADD 2 TO LINE-COUNT.


PRINT-COLUMN-HEADINGS SECTION.
PCH-START.
        MOVE SPACES TO PRINT-LINE.
        STRING '  STOCK   OPT   STKCD   YYDATE1  YYDATE2 OPENING'
                                                DELIMITED BY SIZE
               '  CLOSING      PRICE     MARKET VALUE'
                                                DELIMITED BY SIZE
               INTO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        ADD 1 TO LINE-COUNT.


PRINT-DETAIL-LINE SECTION.
PDL-START.
*       THE FIRST POSITION OF AN ACCOUNT OPENS ITS STATEMENT AND THE
*       FIRST OF A CATEGORY OPENS A CATEGORY HEADING UNDER IT.  A
*       FULL PAGE CONTINUES THE STATEMENT ON THE NEXT, HEADED AGAIN.
        IF HELD-ACCOUNT IS NOT EQUAL TO CURRENT-ACCOUNT
                PERFORM START-STATEMENT.

        IF LINE-COUNT IS GREATER THAN OR EQUAL TO MAX-LINES-PER-PAGE
                PERFORM PRINT-STATEMENT-HEADER,
                PERFORM PRINT-COLUMN-HEADINGS.

        IF HELD-TAG IS NOT EQUAL TO CATEGORY-SUBSCRIPT
                MOVE HELD-TAG TO CATEGORY-SUBSCRIPT,
                MOVE SPACES TO PRINT-LINE,
                WRITE PRINT-LINE AFTER ADVANCING 1 LINE,
                MOVE SPACES TO PRINT-LINE,
                STRING '  CATEGORY '                DELIMITED BY SIZE
                       TAG-LABEL-ENTRY (CATEGORY-SUBSCRIPT)
                                                    DELIMITED BY SIZE
                       INTO PRINT-LINE,
                WRITE PRINT-LINE AFTER ADVANCING 1 LINE,
                ADD 2 TO LINE-COUNT.

        MOVE SPACES TO PRINT-LINE.
        MOVE HELD-FIELD-1B TO PL-STOCK-FIELD.
        MOVE HELD-CODE TO PL-OPTION-CODE.
        MOVE HELD-FIELD-2-TAG TO PL-FIELD-2-TAG.
        MOVE HELD-FIELD-4-1-YY TO PL-DATE-1 (1 : 2).
        MOVE HELD-FIELD-4-1 TO PL-DATE-1 (3 : 4).
        MOVE HELD-FIELD-4-2-YY TO PL-DATE-2 (1 : 2).
        MOVE HELD-FIELD-4-2 TO PL-DATE-2 (3 : 4).
        MOVE OPENING-QUANTITY TO PL-OPENING-QUANTITY.
        MOVE CLOSING-QUANTITY TO PL-CLOSING-QUANTITY.

        IF FOUND-PRICE-SUBSCRIPT IS GREATER THAN 0
                MOVE PRT-PRICE (FOUND-PRICE-SUBSCRIPT) TO PL-PRICE,
                MOVE DETAIL-VALUE TO PL-VALUE.

        IF FOUND-PRICE-SUBSCRIPT IS EQUAL TO 0 AND
           CLOSING-QUANTITY IS GREATER THAN ZERO AND
           NOT PRICE-FILE-MISSING
                MOVE '*** NO PRICE ***' TO PL-FLAG.

        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        ADD 1 TO LINE-COUNT.
        ADD 1 TO POSITION-LINE-COUNT.
        MOVE SPACES TO PRINT-LINE.
