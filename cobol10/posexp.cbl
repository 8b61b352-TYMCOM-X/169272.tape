
        SELECT PRINT-FILE ASSIGN TO LPT.

        SELECT CALENDAR-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT EXPIRY-SORT-FILE ASSIGN TO DSK, DSK, DSK, DSK, DSK, DSK.

        SELECT BUSINESS-DATE-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

DATA DIVISION.
FILE SECTION.

        05  PL-DATE-2           PIC X(4).
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-TAG              PIC 9(2).
        05  FILLER              PIC X(6)  VALUE SPACES.
        05  PL-TRADING-DAYS     PIC ZZZ9.
        05  FILLER              PIC X(82) VALUE SPACES.

*       CALENDAR-FILE IS THE TRADING CALENDAR POSDRV RUNS THE CHAIN
*       BY.  THE LAYOUT HERE MATCHES CALENDAR-RECORD IN POSDRV - ONLY
*       A DATE ON FILE AS T IS A TRADING DAY.

FD  CALENDAR-FILE
    VALUE OF ID IS CALENDAR-FILE-NAME.
01  CALENDAR-RECORD.
        05  CAL-DATE            PIC 9(6).
        05  FILLER              PIC X.
        05  CAL-DAY-TYPE        PIC X.
            88  CAL-TRADING-DAY     VALUE 'T'.
            88  CAL-HOLIDAY         VALUE 'H'.
        05  FILLER              PIC X.
        05  CAL-DESCRIPTION     PIC X(30).

*       THE REPORT IS GROUPED BY EXPIRY DATE, THEN STOCK - NEITHER IS
*       THE FILE'S MAJOR ORDER - SO THE SELECTED OPTIONS ARE RUN
        05  EXP-TAG             PIC 9(2).
        05  EXP-FIELD-2-TAG     PIC X(5).

*       BUSINESS-DATE-FILE IS THE ONE-RECORD BUSINESS-DATE CONTROL
*       FILE POSDRV ROLLS FORWARD AT THE END OF EACH GOOD CHAIN.  THE
*       LAYOUT HERE MATCHES BUSINESS-DATE-RECORD IN POSDRV; ONLY THE
*       CURRENT BUSINESS DATE IS WANTED HERE.

FD  BUSINESS-DATE-FILE
    VALUE OF ID IS BUSINESS-DATE-FILE-NAME.
01  BUSINESS-DATE-RECORD.
        05  BDT-BUSINESS-DATE   PIC 9(6).
        05  FILLER              PIC X(21).

WORKING-STORAGE SECTION.

77  BUSINESS-DATE-FILE-NAME      PIC X(9) VALUE 'POSBDT'.
77  BUSINESS-DATE-MISSING-SWITCH PIC X VALUE 'N'.
        88  BUSINESS-DATE-FILE-MISSING VALUE 'Y'.

77  INPUT-FILE-NAME              PIC X(9) VALUE 'POSITN'.
77  PRINT-FILE-NAME              PIC X(9) VALUE 'POSEXP'.

        05  TODAY-YY             PIC 99.
        05  TODAY-MM             PIC 99.
        05  TODAY-DD             PIC 99.
01  TODAY-DATE-VALUE  REDEFINES TODAY-DATE-FIELDS
                                 PIC 9(6).
01  FILLER  REDEFINES TODAY-DATE-FIELDS.
        05  FILLER               PIC 99.
        05  TODAY-MMDD           PIC 9(4).

*       THE WINDOW IS EITHER A NUMBER OF TRADING DAYS AHEAD OF THE
*       BUSINESS DATE, COUNTED ON THE CALENDAR, OR - WHEN THE
*       OPERATOR LEAVES THE ANSWER BLANK - THE CURRENT MONTH AND THE
*       NEXT, AS THE REPORT HAS ALWAYS RUN.  WITH NO CALENDAR ON FILE
*       THE MONTH WINDOW IS THE ONLY ONE THAT CAN BE GIVEN.

77  CALENDAR-FILE-NAME           PIC X(9) VALUE 'POSCAL'.
77  CALENDAR-MISSING-SWITCH      PIC X VALUE 'N'.
        88  CALENDAR-FILE-MISSING    VALUE 'Y'.

01  TRADING-DAYS-ANSWER          PIC X(3) VALUE SPACES.
01  TRADING-DAYS-VALUE  REDEFINES TRADING-DAYS-ANSWER
                                 PIC 9(3).
77  WINDOW-TYPE-SWITCH           PIC X VALUE 'M'.
        88  WINDOW-IS-MONTHS         VALUE 'M'.
        88  WINDOW-IS-TRADING-DAYS   VALUE 'T'.

*       TRADING-DAY-TABLE HOLDS THE CALENDAR'S TRADING DAYS AFTER THE
*       BUSINESS DATE, IN DATE ORDER, SO THE TRADING DAYS TO AN
*       EXPIRY ARE THE ENTRIES UP TO AND INCLUDING IT.  AN EXPIRY
*       PAST THE LAST ENTRY HAS NO COUNT - THE CALENDAR HAS NOT BEEN
*       CARRIED THAT FAR, OR THE TABLE IS FULL.

77  TRADING-DAY-COUNT            PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
77  TRADING-DAY-SUBSCRIPT        PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
77  MAX-TRADING-DAYS             PIC 9(4) VALUE 1000.
01  TRADING-DAY-TABLE.
        05  TRADING-DAY-ENTRY    PIC 9(6) OCCURS 1000 TIMES.

01  EXPIRY-FULL-DATE.
        05  EXPIRY-FULL-YY       PIC X(2).
        05  EXPIRY-FULL-MMDD     PIC X(4).
01  EXPIRY-FULL-VALUE  REDEFINES EXPIRY-FULL-DATE
                                 PIC 9(6).
01  FILLER  REDEFINES EXPIRY-FULL-DATE.
        05  EXPIRY-FULL-YY-VALUE PIC 99.
        05  FILLER               PIC X(4).
77  EXPIRY-YEAR-WORK             PIC 9(3) VALUE 0.
77  DAYS-TO-EXPIRY               PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
77  DAYS-KNOWN-SWITCH            PIC X VALUE 'N'.
        88  DAYS-TO-EXPIRY-KNOWN     VALUE 'Y'.
77  BEYOND-CALENDAR-COUNT        PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.

*       IN THE MONTH WINDOW AN OPTION IS SELECTED WHEN ITS
*       SORT-FIELD-4-1 EXPIRY FALLS IN THE CURRENT MONTH OR THE
*       NEXT.  WITH THE YEAR ON THE RECORD THE DECEMBER WRAP COMPARES
*       YEAR AND MONTH TOGETHER, SO LAST JANUARY'S CONTRACTS NO
*       LONGER SELECT WITH NEXT JANUARY'S; AN OLD RECORD WITH NO YEAR
*       STILL GETS THE MONTH-ONLY TEST.

77  NEXT-MM                      PIC 99 VALUE 0.
77  NEXT-YY                      PIC 99 VALUE 0.

        OPEN INPUT INPUT-FILE.


CALENDAR-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON CALENDAR-FILE OPEN.

CALENDAR-OPEN-RECOVERY.
*       NO CALENDAR - NO TRADING DAYS CAN BE COUNTED, SO THE REPORT
*       FALLS BACK TO THE MONTH WINDOW.
        MOVE 'Y' TO CALENDAR-MISSING-SWITCH.


BUSINESS-DATE-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON BUSINESS-DATE-FILE OPEN.

BUSINESS-DATE-OPEN-RECOVERY.
*       NO BUSINESS-DATE RECORD - THE CLOCK STANDS IN FOR IT.
        MOVE 'Y' TO BUSINESS-DATE-MISSING-SWITCH.

END DECLARATIVES.


        IF INPUT-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSITN' TO INPUT-FILE-NAME.

        DISPLAY 'TRADING DAYS AHEAD (3 DIGITS, BLANK FOR THIS '
                'MONTH AND NEXT): ' WITH NO ADVANCING.
        ACCEPT TRADING-DAYS-ANSWER.
        IF TRADING-DAYS-ANSWER IS NOT EQUAL TO SPACES
                MOVE 'T' TO WINDOW-TYPE-SWITCH.
        IF WINDOW-IS-TRADING-DAYS AND
           TRADING-DAYS-VALUE IS NOT NUMERIC
                DISPLAY 'POSEXP - TRADING DAYS MUST BE 3 DIGITS - '
                        'JOB TERMINATED',
                STOP RUN.

        PERFORM READ-BUSINESS-DATE.
        PERFORM LOAD-TRADING-DAYS.
        IF WINDOW-IS-TRADING-DAYS AND CALENDAR-FILE-MISSING
                DISPLAY 'POSEXP - NO CALENDAR FILE ' CALENDAR-FILE-NAME
                        ' - THIS MONTH AND NEXT REPORTED INSTEAD',
                MOVE 'M' TO WINDOW-TYPE-SWITCH.

        IF WINDOW-IS-TRADING-DAYS
                DISPLAY 'POSEXP - BUSINESS DATE ' TODAY-DATE-VALUE
                        ' - OPTIONS EXPIRING WITHIN '
                        TRADING-DAYS-VALUE ' TRADING DAYS'
        ELSE
                DISPLAY 'POSEXP - BUSINESS DATE ' TODAY-DATE-VALUE
                        ' - OPTIONS EXPIRING THIS MONTH OR NEXT'.
        IF TODAY-MM IS EQUAL TO 12
                MOVE 01 TO NEXT-MM,
                ADD 1, TODAY-YY GIVING NEXT-YY
        IF BAD-EXPIRY-COUNT IS GREATER THAN 0
                DISPLAY 'POSEXP - ' BAD-EXPIRY-COUNT ' OPTION(S) WITH'
                        ' UNREADABLE EXPIRY DATE SKIPPED'.
        IF BEYOND-CALENDAR-COUNT IS GREATER THAN 0
                DISPLAY 'POSEXP - ' BEYOND-CALENDAR-COUNT ' OPTION(S)'
                        ' EXPIRING PAST THE END OF CALENDAR '
                        CALENDAR-FILE-NAME ' SKIPPED'.
        STOP RUN.



*       ONE PASS OVER THE SORTED MASTER.  STOCK-ONLY RECORDS AND THE
*       TAG-13 CATCH-ALL ARE PASSED OVER; AN OPTION IS RELEASED TO
*       THE EXPIRY SORT WHEN IT EXPIRES WITHIN THE TRADING-DAY
*       WINDOW - NOT BEFORE THE BUSINESS DATE, AND NO MORE THAN THE
*       GIVEN NUMBER OF TRADING DAYS AFTER IT - OR, IN THE MONTH
*       WINDOW, WHEN ITS EXPIRY MONTH IS THIS MONTH OR NEXT.

        MOVE 0 TO OPEN-TRY-COUNT.
        MOVE 5 TO WAIT-TIME.

        MOVE SORT-FIELD-4-1 TO EXPIRY-DATE-FIELD.

        IF WINDOW-IS-MONTHS
                GO TO SEO-MONTH-WINDOW.

        MOVE SORT-FIELD-4-1-YY TO EXPIRY-FULL-YY.
        MOVE SORT-FIELD-4-1 TO EXPIRY-FULL-MMDD.
        PERFORM COUNT-TRADING-DAYS.
        IF EXPIRY-FULL-VALUE IS LESS THAN TODAY-DATE-VALUE
                GO TO SEO-READ-LOOP.

*       AN EXPIRY WITH NO COUNT IS PAST THE LAST TRADING DAY LOADED.
*       WHEN EVEN THE WHOLE TABLE IS INSIDE THE WINDOW THE CALENDAR
*       IS TOO SHORT TO SAY, AND THE OPTION IS COUNTED AS SKIPPED.
        IF NOT DAYS-TO-EXPIRY-KNOWN AND
           TRADING-DAY-COUNT IS NOT GREATER THAN TRADING-DAYS-VALUE
                ADD 1 TO BEYOND-CALENDAR-COUNT.
        IF NOT DAYS-TO-EXPIRY-KNOWN
                GO TO SEO-READ-LOOP.
        IF DAYS-TO-EXPIRY IS GREATER THAN TRADING-DAYS-VALUE
                GO TO SEO-READ-LOOP.
        GO TO SEO-SELECT.

SEO-MONTH-WINDOW.

*       A RECORD CARRYING A YEAR IS TESTED ON YEAR AND MONTH
*       TOGETHER; A LEGACY RECORD WITH NO YEAR STILL GETS THE OLD
*       MONTH-ONLY TEST.
        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE 'STOCK     POSITION    OPT  DATE1 DATE2  TAG  DAYS'
            TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE EXP-FIELD-4-2 TO PL-DATE-2.
        MOVE EXP-TAG TO PL-TAG.

*       DAYS IS THE TRADING DAYS LEFT TO EXPIRY, BLANK WHEN THE
*       CALENDAR DOES NOT REACH THAT FAR.
        MOVE EXP-FIELD-4-1-YY TO EXPIRY-FULL-YY.
        MOVE EXP-FIELD-4-1 TO EXPIRY-FULL-MMDD.
        PERFORM COUNT-TRADING-DAYS.
        IF DAYS-TO-EXPIRY-KNOWN
                MOVE DAYS-TO-EXPIRY TO PL-TRADING-DAYS.

        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        ADD 1 TO LINE-COUNT.


LOAD-TRADING-DAYS SECTION.
LTD-START.
*       LOAD THE TRADING DAYS AFTER THE BUSINESS DATE, UP TO THE
*       TABLE'S SIZE.  THE CALENDAR IS IN DATE ORDER, SO A FULL TABLE
*       ENDS THE READ.
        MOVE 0 TO TRADING-DAY-COUNT.
        MOVE 'N' TO CALENDAR-MISSING-SWITCH.
        OPEN INPUT CALENDAR-FILE.
        IF CALENDAR-FILE-MISSING
                GO TO LTD-EXIT.

LTD-LOOP.
        READ CALENDAR-FILE AT END
                GO TO LTD-DONE.

        IF NOT CAL-TRADING-DAY
                GO TO LTD-LOOP.
        IF CAL-DATE IS NOT NUMERIC
                GO TO LTD-LOOP.
        IF CAL-DATE IS NOT GREATER THAN TODAY-DATE-VALUE
                GO TO LTD-LOOP.

        ADD 1 TO TRADING-DAY-COUNT.
        MOVE CAL-DATE TO TRADING-DAY-ENTRY (TRADING-DAY-COUNT).
        IF TRADING-DAY-COUNT IS LESS THAN MAX-TRADING-DAYS
                GO TO LTD-LOOP.

LTD-DONE.
        CLOSE CALENDAR-FILE.

LTD-EXIT.  EXIT.


COUNT-TRADING-DAYS SECTION.
CTD-START.
*       COUNT THE TRADING DAYS FROM THE BUSINESS DATE TO THE EXPIRY
*       IN EXPIRY-FULL-DATE - THOSE AFTER THE ONE, UP TO AND
*       INCLUDING THE OTHER - SO AN OPTION EXPIRING ON THE BUSINESS
*       DATE IS AT ZERO, AND ONE ALREADY PAST IT IS AT ZERO TOO.  A
*       LEGACY RECORD WITH NO YEAR IS TAKEN TO EXPIRE ON THE NEXT
*       SUCH MONTH AND DAY.
        MOVE 0 TO DAYS-TO-EXPIRY.
        MOVE 'N' TO DAYS-KNOWN-SWITCH.
        IF EXPIRY-FULL-MMDD IS NOT NUMERIC
                GO TO CTD-EXIT.
        IF EXPIRY-FULL-YY IS NUMERIC
                GO TO CTD-HAVE-YEAR.

        MOVE TODAY-YY TO EXPIRY-YEAR-WORK.
        IF EXPIRY-FULL-MMDD IS LESS THAN TODAY-MMDD
                ADD 1 TO EXPIRY-YEAR-WORK.
        MOVE EXPIRY-YEAR-WORK TO EXPIRY-FULL-YY-VALUE.

CTD-HAVE-YEAR.
        IF EXPIRY-FULL-VALUE IS NOT GREATER THAN TODAY-DATE-VALUE
                MOVE 'Y' TO DAYS-KNOWN-SWITCH,
                GO TO CTD-EXIT.

        IF TRADING-DAY-COUNT IS EQUAL TO 0
                GO TO CTD-EXIT.
        IF EXPIRY-FULL-VALUE IS GREATER THAN
           TRADING-DAY-ENTRY (TRADING-DAY-COUNT)
                GO TO CTD-EXIT.

        MOVE 1 TO TRADING-DAY-SUBSCRIPT.

CTD-LOOP.
        IF TRADING-DAY-SUBSCRIPT IS GREATER THAN TRADING-DAY-COUNT
                GO TO CTD-DONE.
        IF TRADING-DAY-ENTRY (TRADING-DAY-SUBSCRIPT) IS GREATER THAN
           EXPIRY-FULL-VALUE
                GO TO CTD-DONE.

        ADD 1 TO DAYS-TO-EXPIRY.
        ADD 1 TO TRADING-DAY-SUBSCRIPT.
        GO TO CTD-LOOP.

CTD-DONE.
        MOVE 'Y' TO DAYS-KNOWN-SWITCH.

CTD-EXIT.  EXIT.


READ-BUSINESS-DATE SECTION.
RBD-START.
*       THE PROCESSING DATE IS THE BUSINESS DATE ON FILE, NOT THE
*       CLOCK - A CHAIN RUN AFTER MIDNIGHT, OR ON THE MORNING AFTER
*       A HOLIDAY, STILL BELONGS TO THE BUSINESS DAY POSDRV HAS
*       RECORDED.  THE CLOCK STANDS IN ONLY WHEN THE RECORD IS
*       MISSING OR UNREADABLE.
        ACCEPT TODAY-DATE-FIELDS FROM DATE.
        MOVE 'N' TO BUSINESS-DATE-MISSING-SWITCH.
        OPEN INPUT BUSINESS-DATE-FILE.
        IF BUSINESS-DATE-FILE-MISSING
                DISPLAY 'POSEXP - NO BUSINESS DATE RECORD '
                        BUSINESS-DATE-FILE-NAME ' - SYSTEM DATE USED',
                GO TO RBD-EXIT.

        READ BUSINESS-DATE-FILE AT END
                MOVE SPACES TO BUSINESS-DATE-RECORD.
        CLOSE BUSINESS-DATE-FILE.

        IF BDT-BUSINESS-DATE IS NOT NUMERIC
                DISPLAY 'POSEXP - BUSINESS DATE RECORD '
                        BUSINESS-DATE-FILE-NAME ' UNREADABLE - SYSTEM '
                        'DATE USED',
                GO TO RBD-EXIT.

        MOVE BDT-BUSINESS-DATE TO TODAY-DATE-FIELDS.

RBD-EXIT.  EXIT.
