ID DIVISION.
PROGRAM-ID.  POSMOV.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
OBJECT-COMPUTER.  PDP-10 MEMORY 25 MODULES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT HISTORY-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT PRINT-FILE ASSIGN TO LPT.

        SELECT MOVEMENT-SORT-FILE ASSIGN TO DSK, DSK, DSK, DSK, DSK, DSK.

        SELECT BUSINESS-DATE-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

DATA DIVISION.
FILE SECTION.

*       HISTORY-FILE IS THE CUMULATIVE POSITION HISTORY POSHST
*       APPENDS EACH NIGHT.  THE LAYOUT HERE MATCHES HISTORY-RECORD
*       IN POSAOF - THE DATE STAMP AHEAD OF THE 83-BYTE SORT-RECORD
*       IMAGE, BROKEN OUT THE SAME WAY SORTED-POSITION IS IN SORTER.

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
            10  FILLER          PIC X(39).
            10  HST-TAG         PIC 9(2).
            10  HST-FIELD-2-TAG PIC X(5).

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
        05  PL-FROM-QUANTITY    PIC ZZZZZ9.
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-TO-QUANTITY      PIC ZZZZZ9.
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-CHANGE           PIC ZZZZZ9-.
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-ACTION           PIC X(9).
        05  FILLER              PIC X(53) VALUE SPACES.

*       EVERY RECORD OF THE TWO SNAPSHOTS IS RELEASED TO THE MOVEMENT
*       SORT WITH SORT-TAG AS THE MAJOR KEY, THE WAY POSRPT RE-SORTS
*       FOR ITS CATEGORY BREAKS, AND THE STOCK/OPTION KEY BEHIND IT -
*       SO ONE KEY GROUP OFF THE SORT IS ONE POSITION AS IT STOOD ON
*       BOTH DATES.  MOV-SOURCE TELLS THE SNAPSHOTS APART - 'F' THE
*       FROM-DATE, 'T' THE TO-DATE.

SD  MOVEMENT-SORT-FILE.
01  MOVEMENT-SORT-RECORD.
        05  MOVEMENT-KEY.
            10  MOV-TAG          PIC 9(2).
            10  MOV-FIELD-1B     PIC X(5).
            10  MOV-FIELD-2-TAG  PIC X(5).
            10  MOV-CODE         PIC X(3).
            10  MOV-FIELD-4-1-YY PIC X(2).
            10  MOV-FIELD-4-1    PIC X(4).
            10  MOV-FIELD-4-2-YY PIC X(2).
            10  MOV-FIELD-4-2    PIC X(4).
        05  MOV-SOURCE           PIC X.
        05  MOV-QUANTITY         PIC 9(5).

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

77  HISTORY-FILE-NAME            PIC X(9) VALUE 'POSHIS'.
77  PRINT-FILE-NAME              PIC X(9) VALUE 'POSMOV'.

77  BUSINESS-DATE-FILE-NAME      PIC X(9) VALUE 'POSBDT'.
77  BUSINESS-DATE-MISSING-SWITCH PIC X VALUE 'N'.
        88  BUSINESS-DATE-FILE-MISSING VALUE 'Y'.

*       THE HISTORY MAY NOT BE THERE YET ON A FRESHLY CUT-OVER
*       SYSTEM, SO ITS OPEN GETS THE SAME BOUNDED RETRY POSAOF GIVES
*       IT.

77  WAIT-TIME   COMP-1 VALUE IS 5.
77  MAX-OPEN-TRIES              PIC 9(2) VALUE IS 5.
77  OPEN-TRY-COUNT              PIC 9(2) VALUE IS 0.

*       THE OPERATOR GIVES THE FROM-DATE AND THE TO-DATE.  THE
*       FROM-DATE IS REQUIRED - "SINCE MONTH-END" MEANS NOTHING
*       WITHOUT IT - BUT A BLANK TO-DATE MEANS THE CURRENT BUSINESS
*       DATE.

01  FROM-DATE-ANSWER             PIC X(6) VALUE SPACES.
01  FROM-DATE-VALUE  REDEFINES FROM-DATE-ANSWER
                                 PIC 9(6).
01  TO-DATE-ANSWER               PIC X(6) VALUE SPACES.
01  TO-DATE-VALUE  REDEFINES TO-DATE-ANSWER
                                 PIC 9(6).

01  TODAY-DATE-FIELDS            PIC 9(6).

*       THE BOOK AS OF EITHER DATE IS THE NEWEST ARCHIVED SNAPSHOT
*       ON OR BEFORE THAT DATE, EXACTLY AS POSAOF CHOOSES IT.  ONE
*       PASS OVER THE HISTORY FINDS BOTH SNAPSHOT DATES.

77  FROM-SNAPSHOT-DATE           PIC 9(6) VALUE 0.
        88  NO-FROM-SNAPSHOT         VALUE 0.
77  TO-SNAPSHOT-DATE             PIC 9(6) VALUE 0.
        88  NO-TO-SNAPSHOT           VALUE 0.

*       THE MOVEMENT BREAK IS DRIVEN BY HELD-MOVEMENT-KEY, THE WAY
*       THE PROOF BREAK IS DRIVEN BY PREVIOUS-KEY IN POSPRF - HIGH-
*       VALUES UNTIL THE FIRST RECORD COMES OFF THE SORT.

01  HELD-MOVEMENT-KEY.
        05  HELD-TAG             PIC 9(2).
        05  HELD-FIELD-1B        PIC X(5).
        05  HELD-FIELD-2-TAG     PIC X(5).
        05  HELD-CODE            PIC X(3).
        05  HELD-FIELD-4-1-YY    PIC X(2).
        05  HELD-FIELD-4-1       PIC X(4).
        05  HELD-FIELD-4-2-YY    PIC X(2).
        05  HELD-FIELD-4-2       PIC X(4).
01  FILLER  REDEFINES HELD-MOVEMENT-KEY.
        05  HELD-STOCK-KEY       PIC X(7).
        05  FILLER               PIC X(20).
77  GROUP-HELD-SWITCH            PIC X VALUE 'N'.
        88  GROUP-HELD               VALUE 'Y'.

*       WHAT THE KEY GROUP ACCUMULATES - EACH SNAPSHOT'S QUANTITY.
*       THE MASTER IS NETTED ON THE FULL STOCK CODE, SO TWO RECORDS
*       OF ONE SNAPSHOT CAN SHARE A STOCK/OPTION TAG - THEY ARE ADDED
*       TOGETHER RATHER THAN ONE HIDING THE OTHER.

77  FROM-QUANTITY                PIC S9(7) USAGE IS COMPUTATIONAL
        VALUE 0.
77  TO-QUANTITY                  PIC S9(7) USAGE IS COMPUTATIONAL
        VALUE 0.
77  CHANGE-QUANTITY              PIC S9(7) USAGE IS COMPUTATIONAL
        VALUE 0.
77  MOVEMENT-ACTION              PIC X(9) VALUE SPACES.
77  FROM-SEEN-SWITCH             PIC X VALUE 'N'.
        88  FROM-SEEN                VALUE 'Y'.
77  TO-SEEN-SWITCH               PIC X VALUE 'N'.
        88  TO-SEEN                  VALUE 'Y'.

*       THE STOCK SUBTOTAL IS TAKEN WITHIN THE CATEGORY - THE NET OF
*       A CALL QUANTITY AND A SHARE QUANTITY WOULD MEAN NOTHING - AND
*       IS PRINTED ONLY FOR A STOCK THAT MOVED.

77  STOCK-NET-CHANGE             PIC S9(7) USAGE IS COMPUTATIONAL
        VALUE 0.
77  STOCK-LINE-COUNT             PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.

*       CATEGORY-SUBSCRIPT HOLDS THE CATEGORY CURRENTLY PRINTING.  IT
*       STARTS AT ZERO, A TAG SORTER NEVER ASSIGNS, SO THE FIRST
*       MOVEMENT PRINTED ALWAYS OPENS A NEW SECTION.

77  CATEGORY-SUBSCRIPT           PIC 9(2) VALUE 0.

01  TAG-LABEL-TABLE.
        05  TAG-LABEL-LIST               PIC X(39) VALUE
          'SCOSPOSSOBCOBPOBSOSCCSPCSSCBCCBPCBSCUNK'.
        05  FILLER  REDEFINES TAG-LABEL-LIST.
                10  TAG-LABEL-ENTRY      PIC X(3) OCCURS 13 TIMES.

77  PAGE-NUMBER                  PIC 9(4) VALUE 0.
77  LINE-COUNT                   PIC 9(3) VALUE 0.
77  MAX-LINES-PER-PAGE           PIC 9(3) VALUE 55.

77  HISTORY-RECORD-COUNT         PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  FROM-RECORD-COUNT            PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  TO-RECORD-COUNT              PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  OPENED-COUNT                 PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  CLOSED-COUNT                 PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  INCREASED-COUNT              PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  DECREASED-COUNT              PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  UNCHANGED-COUNT              PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.

01  STOCK-TOTAL-LINE.
        05  FILLER               PIC X(2)  VALUE SPACES.
        05  STL-STOCK-FIELD      PIC X(5).
        05  FILLER               PIC X(3)  VALUE SPACES.
        05  FILLER               PIC X(50) VALUE
                'NET QUANTITY CHANGE FOR STOCK IN THIS CATEGORY'.
        05  STL-CHANGE           PIC ZZZZZZ9-.
        05  FILLER               PIC X(64) VALUE SPACES.

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
                DISPLAY 'POSMOV - OPERATOR ATTENTION - HISTORY-FILE '
                        HISTORY-FILE-NAME ' WILL NOT OPEN AFTER '
                        OPEN-TRY-COUNT ' TRIES - JOB TERMINATED',
                STOP RUN.

        DISPLAY 'POSMOV - HISTORY-FILE ' HISTORY-FILE-NAME
                ' OPEN FAILED - RETRY ' OPEN-TRY-COUNT ' OF '
                MAX-OPEN-TRIES ' IN ' WAIT-TIME ' SECONDS'.

        CALL 'SLEEP' USING WAIT-TIME.

        ADD 1 TO WAIT-TIME.

        OPEN INPUT HISTORY-FILE.


BUSINESS-DATE-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON BUSINESS-DATE-FILE OPEN.

BUSINESS-DATE-OPEN-RECOVERY.
*       NO BUSINESS-DATE RECORD - THE CLOCK STANDS IN FOR IT.
        MOVE 'Y' TO BUSINESS-DATE-MISSING-SWITCH.

END DECLARATIVES.


MAIN-LINE SECTION.
MAIN-LINE-START.
        DISPLAY 'HISTORY FILE: ' WITH NO ADVANCING.
        ACCEPT HISTORY-FILE-NAME.
        IF HISTORY-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSHIS' TO HISTORY-FILE-NAME.

        DISPLAY 'FROM DATE (YYMMDD): ' WITH NO ADVANCING.
        ACCEPT FROM-DATE-ANSWER.
        IF FROM-DATE-VALUE IS NOT NUMERIC
                DISPLAY 'POSMOV - FROM DATE MUST BE YYMMDD - '
                        'JOB TERMINATED',
                STOP RUN.

        DISPLAY 'TO DATE (YYMMDD, BLANK FOR CURRENT): '
                WITH NO ADVANCING.
        ACCEPT TO-DATE-ANSWER.
        IF TO-DATE-ANSWER IS EQUAL TO SPACES
                PERFORM READ-BUSINESS-DATE,
                MOVE TODAY-DATE-FIELDS TO TO-DATE-VALUE.

        IF TO-DATE-VALUE IS NOT NUMERIC
                DISPLAY 'POSMOV - TO DATE MUST BE YYMMDD - '
                        'JOB TERMINATED',
                STOP RUN.

        IF FROM-DATE-VALUE IS NOT LESS THAN TO-DATE-VALUE
                DISPLAY 'POSMOV - FROM DATE MUST BE BEFORE TO DATE - '
                        'JOB TERMINATED',
                STOP RUN.

        PERFORM FIND-SNAPSHOT-DATES.

        IF NO-FROM-SNAPSHOT
                DISPLAY 'POSMOV - NO ARCHIVED POSITIONS ON OR BEFORE '
                        FROM-DATE-VALUE ' IN ' HISTORY-FILE-NAME,
                STOP RUN.

        IF FROM-SNAPSHOT-DATE IS NOT EQUAL TO FROM-DATE-VALUE
                DISPLAY 'POSMOV - NO ARCHIVE FOR ' FROM-DATE-VALUE
                        ' - MOVING FROM NEWEST PRIOR SNAPSHOT '
                        FROM-SNAPSHOT-DATE.

        IF TO-SNAPSHOT-DATE IS NOT EQUAL TO TO-DATE-VALUE
                DISPLAY 'POSMOV - NO ARCHIVE FOR ' TO-DATE-VALUE
                        ' - MOVING TO NEWEST PRIOR SNAPSHOT '
                        TO-SNAPSHOT-DATE.

*       BOTH DATES FELL BACK TO ONE SNAPSHOT - NOTHING CAN HAVE MOVED
*       BETWEEN A SNAPSHOT AND ITSELF.
        IF FROM-SNAPSHOT-DATE IS EQUAL TO TO-SNAPSHOT-DATE
                DISPLAY 'POSMOV - BOTH DATES FALL ON SNAPSHOT '
                        FROM-SNAPSHOT-DATE ' - NO MOVEMENT TO REPORT',
                STOP RUN.

        OPEN OUTPUT PRINT-FILE.

        SORT MOVEMENT-SORT-FILE ON ASCENDING KEY
                MOV-TAG,
                MOV-FIELD-1B,
                MOV-FIELD-2-TAG,
                MOV-CODE,
                MOV-FIELD-4-1-YY,
                MOV-FIELD-4-1,
                MOV-FIELD-4-2-YY,
                MOV-FIELD-4-2,
                MOV-SOURCE,

        INPUT PROCEDURE IS SELECT-SNAPSHOT-RECORDS,
        OUTPUT PROCEDURE IS PRINT-MOVEMENTS.

        PERFORM PRINT-REPORT-SUMMARY.
        CLOSE PRINT-FILE.

        DISPLAY '****************************************'.
        DISPLAY '* POSMOV - POSITION MOVEMENT SUMMARY   *'.
        DISPLAY '****************************************'.
        DISPLAY '  FROM SNAPSHOT            ' FROM-SNAPSHOT-DATE.
        DISPLAY '  TO SNAPSHOT              ' TO-SNAPSHOT-DATE.
        DISPLAY '  HISTORY RECORDS SCANNED  ' HISTORY-RECORD-COUNT.
        DISPLAY '  FROM SNAPSHOT RECORDS    ' FROM-RECORD-COUNT.
        DISPLAY '  TO SNAPSHOT RECORDS      ' TO-RECORD-COUNT.
        DISPLAY '  POSITIONS OPENED         ' OPENED-COUNT.
        DISPLAY '  POSITIONS CLOSED         ' CLOSED-COUNT.
        DISPLAY '  POSITIONS INCREASED      ' INCREASED-COUNT.
        DISPLAY '  POSITIONS DECREASED      ' DECREASED-COUNT.
        DISPLAY '  POSITIONS UNCHANGED      ' UNCHANGED-COUNT.
        STOP RUN.


READ-BUSINESS-DATE SECTION.
RBD-START.
*       THE PROCESSING DATE IS THE BUSINESS DATE ON FILE, NOT THE
*       CLOCK - A REPORT RUN AFTER MIDNIGHT, OR ON THE MORNING AFTER
*       A HOLIDAY, STILL BELONGS TO THE BUSINESS DAY POSDRV HAS
*       RECORDED.  THE CLOCK STANDS IN ONLY WHEN THE RECORD IS
*       MISSING OR UNREADABLE.
        ACCEPT TODAY-DATE-FIELDS FROM DATE.
        MOVE 'N' TO BUSINESS-DATE-MISSING-SWITCH.
        OPEN INPUT BUSINESS-DATE-FILE.
        IF BUSINESS-DATE-FILE-MISSING
                DISPLAY 'POSMOV - NO BUSINESS DATE RECORD '
                        BUSINESS-DATE-FILE-NAME ' - SYSTEM DATE USED',
                GO TO RBD-EXIT.

        READ BUSINESS-DATE-FILE AT END
                MOVE SPACES TO BUSINESS-DATE-RECORD.
        CLOSE BUSINESS-DATE-FILE.

        IF BDT-BUSINESS-DATE IS NOT NUMERIC
                DISPLAY 'POSMOV - BUSINESS DATE RECORD '
                        BUSINESS-DATE-FILE-NAME ' UNREADABLE - SYSTEM '
                        'DATE USED',
                GO TO RBD-EXIT.

        MOVE BDT-BUSINESS-DATE TO TODAY-DATE-FIELDS.

RBD-EXIT.  EXIT.


FIND-SNAPSHOT-DATES SECTION.
FSD-START.
*       ONE PASS OVER THE WHOLE HISTORY FOR THE NEWEST SNAPSHOT ON
*       OR BEFORE EACH DATE.  LIKE POSAOF, THE SCAN DOES NOT LEAN ON
*       THE DATES ARRIVING ASCENDING.
        MOVE 0 TO OPEN-TRY-COUNT.
        MOVE 5 TO WAIT-TIME.
        OPEN INPUT HISTORY-FILE.

FSD-READ-LOOP.
        READ HISTORY-FILE AT END
                GO TO FSD-DONE.

        IF HISTORY-RECORD IS EQUAL TO SPACES
                GO TO FSD-READ-LOOP.

        ADD 1 TO HISTORY-RECORD-COUNT.

        IF HST-DATE IS NOT GREATER THAN FROM-DATE-VALUE AND
           HST-DATE IS GREATER THAN FROM-SNAPSHOT-DATE
                MOVE HST-DATE TO FROM-SNAPSHOT-DATE.

        IF HST-DATE IS NOT GREATER THAN TO-DATE-VALUE AND
           HST-DATE IS GREATER THAN TO-SNAPSHOT-DATE
                MOVE HST-DATE TO TO-SNAPSHOT-DATE.

        GO TO FSD-READ-LOOP.

FSD-DONE.
        CLOSE HISTORY-FILE.

FSD-EXIT.  EXIT.


SELECT-SNAPSHOT-RECORDS SECTION.
SSR-START.
*       SECOND PASS - RELEASE EVERY RECORD OF THE TWO SNAPSHOTS INTO
*       THE MOVEMENT SORT, MARKED WITH THE SNAPSHOT IT CAME FROM.
        MOVE 0 TO OPEN-TRY-COUNT.
        MOVE 5 TO WAIT-TIME.
        OPEN INPUT HISTORY-FILE.

SSR-READ-LOOP.
        READ HISTORY-FILE AT END
                GO TO SSR-DONE.

        IF HISTORY-RECORD IS EQUAL TO SPACES
                GO TO SSR-READ-LOOP.

        IF HST-DATE IS EQUAL TO FROM-SNAPSHOT-DATE
                MOVE 'F' TO MOV-SOURCE,
                ADD 1 TO FROM-RECORD-COUNT
        ELSE
        IF HST-DATE IS EQUAL TO TO-SNAPSHOT-DATE
                MOVE 'T' TO MOV-SOURCE,
                ADD 1 TO TO-RECORD-COUNT
        ELSE
                GO TO SSR-READ-LOOP.

        MOVE HST-TAG TO MOV-TAG.
        MOVE HST-FIELD-1B TO MOV-FIELD-1B.
        MOVE HST-FIELD-2-TAG TO MOV-FIELD-2-TAG.
        MOVE HST-CODE TO MOV-CODE.
        MOVE HST-FIELD-4-1-YY TO MOV-FIELD-4-1-YY.
        MOVE HST-FIELD-4-1 TO MOV-FIELD-4-1.
        MOVE HST-FIELD-4-2-YY TO MOV-FIELD-4-2-YY.
        MOVE HST-FIELD-4-2 TO MOV-FIELD-4-2.
        MOVE HST-FIELD-1A TO MOV-QUANTITY.

        RELEASE MOVEMENT-SORT-RECORD.
        GO TO SSR-READ-LOOP.

SSR-DONE.
        CLOSE HISTORY-FILE.

END-SELECT-SNAPSHOT-RECORDS.  EXIT.


PRINT-MOVEMENTS SECTION.
PMV-START.
        MOVE HIGH-VALUES TO HELD-MOVEMENT-KEY.

PMV-RETURN-LOOP.
        RETURN MOVEMENT-SORT-FILE AT END
                GO TO PMV-DONE.

        IF MOVEMENT-KEY IS NOT EQUAL TO HELD-MOVEMENT-KEY
                PERFORM CLOSE-KEY-GROUP,
                PERFORM CHECK-STOCK-BREAK,
                MOVE MOVEMENT-KEY TO HELD-MOVEMENT-KEY,
                MOVE 0 TO FROM-QUANTITY, TO-QUANTITY,
                MOVE 'N' TO FROM-SEEN-SWITCH, TO-SEEN-SWITCH,
                MOVE 'Y' TO GROUP-HELD-SWITCH.

        IF MOV-SOURCE IS EQUAL TO 'F'
                ADD MOV-QUANTITY TO FROM-QUANTITY,
                MOVE 'Y' TO FROM-SEEN-SWITCH
        ELSE
                ADD MOV-QUANTITY TO TO-QUANTITY,
                MOVE 'Y' TO TO-SEEN-SWITCH.

        GO TO PMV-RETURN-LOOP.

PMV-DONE.
        PERFORM CLOSE-KEY-GROUP.
        PERFORM PRINT-STOCK-TOTAL.

        IF PAGE-NUMBER IS EQUAL TO ZERO
                MOVE SPACES TO PRINT-LINE,
                STRING 'POSITION MOVEMENT FROM '   DELIMITED BY SIZE
                       FROM-SNAPSHOT-DATE          DELIMITED BY SIZE
                       ' TO '                      DELIMITED BY SIZE
                       TO-SNAPSHOT-DATE            DELIMITED BY SIZE
                       INTO PRINT-LINE,
                WRITE PRINT-LINE AFTER ADVANCING 1 LINE,
                MOVE SPACES TO PRINT-LINE,
                WRITE PRINT-LINE AFTER ADVANCING 1 LINE,
                MOVE '  NO POSITION MOVED BETWEEN THE TWO SNAPSHOTS'
                        TO PRINT-LINE,
                WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

END-PRINT-MOVEMENTS.  EXIT.


CHECK-STOCK-BREAK SECTION.
CSB-START.
*       A NEW CATEGORY OR A NEW STOCK WITHIN IT CLOSES OFF THE STOCK
*       SUBTOTAL FOR THE ONE JUST ENDED.  THE FIRST SEVEN BYTES OF
*       THE MOVEMENT KEY ARE THE TAG AND THE STOCK FIELD.
        IF MOVEMENT-KEY (1 : 7) IS EQUAL TO HELD-STOCK-KEY
                GO TO CSB-EXIT.

        PERFORM PRINT-STOCK-TOTAL.

CSB-EXIT.  EXIT.


CLOSE-KEY-GROUP SECTION.
CKG-START.
*       DECIDE WHAT BECAME OF THE POSITION JUST ENDED.  ONLY ON THE
*       TO-DATE IT WAS OPENED, ONLY ON THE FROM-DATE IT WAS CLOSED,
*       ON BOTH IT MOVED UP, DOWN, OR NOT AT ALL.
        IF NOT GROUP-HELD
                GO TO CKG-EXIT.

        SUBTRACT FROM-QUANTITY FROM TO-QUANTITY
                GIVING CHANGE-QUANTITY.

        IF NOT FROM-SEEN
                MOVE 'OPENED' TO MOVEMENT-ACTION,
                ADD 1 TO OPENED-COUNT
        ELSE
        IF NOT TO-SEEN
                MOVE 'CLOSED' TO MOVEMENT-ACTION,
                ADD 1 TO CLOSED-COUNT
        ELSE
        IF CHANGE-QUANTITY IS GREATER THAN ZERO
                MOVE 'INCREASED' TO MOVEMENT-ACTION,
                ADD 1 TO INCREASED-COUNT
        ELSE
        IF CHANGE-QUANTITY IS LESS THAN ZERO
                MOVE 'DECREASED' TO MOVEMENT-ACTION,
                ADD 1 TO DECREASED-COUNT
        ELSE
                ADD 1 TO UNCHANGED-COUNT,
                GO TO CKG-EXIT.

        ADD CHANGE-QUANTITY TO STOCK-NET-CHANGE.
        ADD 1 TO STOCK-LINE-COUNT.
        PERFORM PRINT-DETAIL-LINE.

CKG-EXIT.  EXIT.


PRINT-STOCK-TOTAL SECTION.
PST-START.
*       THE NET CHANGE FOR THE STOCK JUST ENDED, PRINTED UNDER ITS
*       LAST MOVEMENT - THEN THE SUBTOTAL STARTS AGAIN FOR THE NEXT.
        IF STOCK-LINE-COUNT IS EQUAL TO 0
                GO TO PST-RESET.

        MOVE HELD-FIELD-1B TO STL-STOCK-FIELD.
        MOVE STOCK-NET-CHANGE TO STL-CHANGE.
        WRITE PRINT-LINE FROM STOCK-TOTAL-LINE AFTER ADVANCING 1 LINE.
        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        ADD 2 TO LINE-COUNT.

PST-RESET.
        MOVE 0 TO STOCK-NET-CHANGE, STOCK-LINE-COUNT.

PST-EXIT.  EXIT.


PRINT-SECTION-HEADER SECTION.
PSH-START.
        IF PAGE-NUMBER IS NOT EQUAL TO ZERO
                MOVE SPACES TO PRINT-LINE,
                WRITE PRINT-LINE AFTER ADVANCING PAGE.

        ADD 1 TO PAGE-NUMBER.
        MOVE ZERO TO LINE-COUNT.

        MOVE SPACES TO PRINT-LINE.
        STRING 'POSITION MOVEMENT FROM '            DELIMITED BY SIZE
               FROM-SNAPSHOT-DATE                   DELIMITED BY SIZE
               ' TO '                               DELIMITED BY SIZE
               TO-SNAPSHOT-DATE                     DELIMITED BY SIZE
               ' - CATEGORY '                       DELIMITED BY SIZE
               TAG-LABEL-ENTRY (CATEGORY-SUBSCRIPT) DELIMITED BY SIZE
               '   PAGE '                           DELIMITED BY SIZE
               PAGE-NUMBER                          DELIMITED BY SIZE
               INTO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        STRING '  STOCK   OPT   STKCD   YYDATE1  YYDATE2    FROM'
                                                    DELIMITED BY SIZE
               '       TO   CHANGE    ACTION'      DELIMITED BY SIZE
               INTO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.


PRINT-DETAIL-LINE SECTION.
PDL-START.
*       A NEW CATEGORY STARTS A NEW PAGE, AS IT DOES IN POSRPT, AND
*       ONLY A CATEGORY WITH SOMETHING TO SHOW GETS ONE.
        IF HELD-TAG IS NOT EQUAL TO CATEGORY-SUBSCRIPT
                MOVE HELD-TAG TO CATEGORY-SUBSCRIPT,
                PERFORM PRINT-SECTION-HEADER.

        IF LINE-COUNT IS GREATER THAN OR EQUAL TO MAX-LINES-PER-PAGE
                PERFORM PRINT-SECTION-HEADER.

        MOVE HELD-FIELD-1B TO PL-STOCK-FIELD.
        MOVE HELD-CODE TO PL-OPTION-CODE.
        MOVE HELD-FIELD-2-TAG TO PL-FIELD-2-TAG.
        MOVE SPACES TO PL-DATE-1, PL-DATE-2.
        MOVE HELD-FIELD-4-1-YY TO PL-DATE-1 (1 : 2).
        MOVE HELD-FIELD-4-1 TO PL-DATE-1 (3 : 4).
        MOVE HELD-FIELD-4-2-YY TO PL-DATE-2 (1 : 2).
        MOVE HELD-FIELD-4-2 TO PL-DATE-2 (3 : 4).
        MOVE FROM-QUANTITY TO PL-FROM-QUANTITY.
        MOVE TO-QUANTITY TO PL-TO-QUANTITY.
        MOVE CHANGE-QUANTITY TO PL-CHANGE.
        MOVE MOVEMENT-ACTION TO PL-ACTION.

        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        ADD 1 TO LINE-COUNT.
        MOVE SPACES TO PRINT-LINE.


PRINT-REPORT-SUMMARY SECTION.
PRS-START.
        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE 'POSITIONS OPENED' TO SL-LABEL.
        MOVE OPENED-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'POSITIONS CLOSED' TO SL-LABEL.
        MOVE CLOSED-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'POSITIONS INCREASED' TO SL-LABEL.
        MOVE INCREASED-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'POSITIONS DECREASED' TO SL-LABEL.
        MOVE DECREASED-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'POSITIONS UNCHANGED' TO SL-LABEL.
        MOVE UNCHANGED-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
