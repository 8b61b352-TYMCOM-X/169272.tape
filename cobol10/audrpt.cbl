ID DIVISION.
PROGRAM-ID.  AUDRPT.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
OBJECT-COMPUTER.  PDP-10 MEMORY 25 MODULES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT AUDIT-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT PRINT-FILE ASSIGN TO LPT.

DATA DIVISION.
FILE SECTION.

*       AUDIT-FILE IS THE CUMULATIVE POSITION MAINTENANCE AUDIT TRAIL
*       POSMNT APPENDS TO.  THE LAYOUT HERE MATCHES AUDIT-RECORD IN
*       POSMNT.

FD  AUDIT-FILE
    VALUE OF ID IS AUDIT-FILE-NAME.
01  AUDIT-RECORD.
        05  AUD-DATE            PIC 9(6).
        05  FILLER              PIC X.
        05  AUD-TIME            PIC 9(6).
        05  FILLER              PIC X.
        05  AUD-OPERATOR        PIC X(6).
        05  FILLER              PIC X.
        05  AUD-ACTION          PIC X.
            88  AUDITED-ADD         VALUE 'A'.
            88  AUDITED-CHANGE      VALUE 'C'.
            88  AUDITED-DELETE      VALUE 'D'.
        05  FILLER              PIC X.
        05  AUD-STOCK           PIC X(5).
        05  FILLER              PIC X.
        05  AUD-BEFORE-IMAGE    PIC X(46).
        05  FILLER              PIC X.
        05  AUD-AFTER-IMAGE     PIC X(46).

FD  PRINT-FILE
    VALUE OF ID IS PRINT-FILE-NAME.
01  PRINT-LINE.
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  PL-DETAIL           PIC X(90).
        05  FILLER              PIC X(40) VALUE SPACES.

WORKING-STORAGE SECTION.

77  AUDIT-FILE-NAME              PIC X(9) VALUE 'POSAUD'.
77  PRINT-FILE-NAME              PIC X(9) VALUE 'AUDRPT'.

77  WAIT-TIME   COMP-1 VALUE IS 5.
77  MAX-OPEN-TRIES              PIC 9(2) VALUE IS 5.
77  OPEN-TRY-COUNT              PIC 9(2) VALUE IS 0.

*       THE OPERATOR GIVES A DATE RANGE AND A STOCK, ANY OF WHICH MAY
*       BE LEFT BLANK - A BLANK FROM-DATE MEANS THE START OF THE
*       AUDIT TRAIL, A BLANK TO-DATE MEANS TODAY AND BEYOND, AND A
*       BLANK STOCK MEANS EVERY STOCK.

01  FROM-DATE-ANSWER             PIC X(6) VALUE SPACES.
01  FROM-DATE-VALUE  REDEFINES FROM-DATE-ANSWER
                                 PIC 9(6).
01  TO-DATE-ANSWER               PIC X(6) VALUE SPACES.
01  TO-DATE-VALUE    REDEFINES TO-DATE-ANSWER
                                 PIC 9(6).
77  STOCK-ANSWER                 PIC X(5) VALUE SPACES.
        88  ALL-STOCKS               VALUE SPACES.

77  PAGE-NUMBER                  PIC 9(4) VALUE 0.
77  LINE-COUNT                   PIC 9(3) VALUE 0.
77  MAX-LINES-PER-PAGE           PIC 9(3) VALUE 55.

77  AUDIT-RECORD-COUNT           PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 0.
77  SELECTED-RECORD-COUNT        PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 0.
77  ADD-COUNT                    PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 0.
77  CHANGE-COUNT                 PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 0.
77  DELETE-COUNT                 PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 0.

*       EACH AUDITED CHANGE PRINTS AS TWO LINES - THE INDEX RECORD
*       BEFORE THE CHANGE AND AFTER IT, BROKEN OUT FIELD BY FIELD.
*       WHO MADE THE CHANGE, AND WHEN, HEADS THE BEFORE LINE, AND
*       EACH LINE ENDS WITH THE ACCOUNT ITS IMAGE CARRIES.

01  IMAGE-VIEW.
        05  IMG-FIELD-1B         PIC X(5).
        05  IMG-FIELD-2-TAG      PIC X(5).
        05  IMG-CODE             PIC X(3).
        05  IMG-FIELD-4-1-YY     PIC X(2).
        05  IMG-FIELD-4-1        PIC X(4).
        05  IMG-FIELD-4-2-YY     PIC X(2).
        05  IMG-FIELD-4-2        PIC X(4).
        05  IMG-ACCOUNT          PIC X(8).
        05  IMG-FIELD-1A         PIC 9(5).
        05  IMG-TAG              PIC X(2).
        05  IMG-FIELD-2          PIC X(6).

01  AUDIT-LINE.
        05  AL-WHO.
            10  AL-DATE          PIC 9(6).
            10  FILLER           PIC X.
            10  AL-TIME          PIC 9(6).
            10  FILLER           PIC X.
            10  AL-OPERATOR      PIC X(6).
            10  FILLER           PIC X.
            10  AL-ACTION        PIC X(6).
        05  FILLER               PIC X.
        05  AL-IMAGE-LABEL       PIC X(6).
        05  FILLER               PIC X.
        05  AL-IMAGE-FIELDS.
            10  AL-STOCK         PIC X(5).
            10  FILLER           PIC X.
            10  AL-FIELD-2       PIC X(6).
            10  FILLER           PIC X.
            10  AL-CODE          PIC X(3).
            10  FILLER           PIC X.
            10  AL-FIELD-4-1-YY  PIC X(2).
            10  AL-FIELD-4-1     PIC X(4).
            10  FILLER           PIC X.
            10  AL-FIELD-4-2-YY  PIC X(2).
            10  AL-FIELD-4-2     PIC X(4).
            10  FILLER           PIC X.
            10  AL-QUANTITY      PIC ZZZZ9.
            10  FILLER           PIC X.
            10  AL-TAG           PIC X(2).
            10  FILLER           PIC X.
            10  AL-ACCOUNT       PIC X(8).
        05  AL-NO-IMAGE  REDEFINES AL-IMAGE-FIELDS
                                 PIC X(48).

01  SUMMARY-LINE.
        05  FILLER               PIC X(2)  VALUE SPACES.
        05  SL-SELECTED          PIC ZZZZZ9.
        05  FILLER               PIC X(4)  VALUE ' OF '.
        05  SL-TOTAL             PIC ZZZZZ9.
        05  FILLER               PIC X(23) VALUE
                ' AUDIT RECORDS SELECTED'.
        05  FILLER               PIC X(91) VALUE SPACES.

01  ACTION-COUNT-LINE.
        05  FILLER               PIC X(4)  VALUE SPACES.
        05  ACL-LABEL            PIC X(20).
        05  ACL-COUNT            PIC ZZZZZ9.
        05  FILLER               PIC X(102) VALUE SPACES.



PROCEDURE DIVISION.
DECLARATIVES.

AUDIT-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON AUDIT-FILE OPEN.

AUDIT-OPEN-RECOVERY.
*       RETRY THE OPEN A BOUNDED NUMBER OF TIMES, PAUSING WAIT-TIME
*       SECONDS BETWEEN TRIES, BEFORE GIVING UP AND TELLING THE
*       OPERATOR THE JOB IS DEAD.
        ADD 1 TO OPEN-TRY-COUNT.
        IF OPEN-TRY-COUNT IS GREATER THAN MAX-OPEN-TRIES
                DISPLAY 'AUDRPT - OPERATOR ATTENTION - AUDIT-FILE '
                        AUDIT-FILE-NAME ' WILL NOT OPEN AFTER '
                        OPEN-TRY-COUNT ' TRIES - JOB TERMINATED',
                STOP RUN.

        DISPLAY 'AUDRPT - AUDIT-FILE ' AUDIT-FILE-NAME
                ' OPEN FAILED - RETRY ' OPEN-TRY-COUNT ' OF '
                MAX-OPEN-TRIES ' IN ' WAIT-TIME ' SECONDS'.

        CALL 'SLEEP' USING WAIT-TIME.

        ADD 1 TO WAIT-TIME.

        OPEN INPUT AUDIT-FILE.

END DECLARATIVES.


MAIN-LINE SECTION.
MAIN-LINE-START.
        DISPLAY 'FROM DATE (YYMMDD, BLANK FOR ALL): '
                WITH NO ADVANCING.
        ACCEPT FROM-DATE-ANSWER.
        IF FROM-DATE-ANSWER IS EQUAL TO SPACES
                MOVE 000000 TO FROM-DATE-VALUE.

        DISPLAY 'TO   DATE (YYMMDD, BLANK FOR ALL): '
                WITH NO ADVANCING.
        ACCEPT TO-DATE-ANSWER.
        IF TO-DATE-ANSWER IS EQUAL TO SPACES
                MOVE 999999 TO TO-DATE-VALUE.

        IF FROM-DATE-VALUE IS NOT NUMERIC OR
           TO-DATE-VALUE IS NOT NUMERIC
                DISPLAY 'AUDRPT - DATES MUST BE YYMMDD - '
                        'JOB TERMINATED',
                STOP RUN.

        DISPLAY 'STOCK (BLANK FOR ALL): ' WITH NO ADVANCING.
        ACCEPT STOCK-ANSWER.

        OPEN OUTPUT PRINT-FILE.
        MOVE 0 TO OPEN-TRY-COUNT.
        MOVE 5 TO WAIT-TIME.
        OPEN INPUT AUDIT-FILE.
        PERFORM PRINT-REPORT-HEADER.

REPORT-LOOP.
        READ AUDIT-FILE AT END
                GO TO REPORT-DONE.

        IF AUDIT-RECORD IS EQUAL TO SPACES
                GO TO REPORT-LOOP.

        ADD 1 TO AUDIT-RECORD-COUNT.

        IF AUD-DATE IS LESS THAN FROM-DATE-VALUE
                GO TO REPORT-LOOP.
        IF AUD-DATE IS GREATER THAN TO-DATE-VALUE
                GO TO REPORT-LOOP.
        IF NOT ALL-STOCKS
                IF AUD-STOCK IS NOT EQUAL TO STOCK-ANSWER
                        GO TO REPORT-LOOP.

        ADD 1 TO SELECTED-RECORD-COUNT.
        IF AUDITED-ADD
                ADD 1 TO ADD-COUNT.
        IF AUDITED-CHANGE
                ADD 1 TO CHANGE-COUNT.
        IF AUDITED-DELETE
                ADD 1 TO DELETE-COUNT.
        PERFORM PRINT-AUDIT-ENTRY.
        GO TO REPORT-LOOP.

REPORT-DONE.
        CLOSE AUDIT-FILE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        MOVE SELECTED-RECORD-COUNT TO SL-SELECTED.
        MOVE AUDIT-RECORD-COUNT TO SL-TOTAL.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'POSITIONS ADDED' TO ACL-LABEL.
        MOVE ADD-COUNT TO ACL-COUNT.
        WRITE PRINT-LINE FROM ACTION-COUNT-LINE
                AFTER ADVANCING 1 LINE.
        MOVE 'POSITIONS CHANGED' TO ACL-LABEL.
        MOVE CHANGE-COUNT TO ACL-COUNT.
        WRITE PRINT-LINE FROM ACTION-COUNT-LINE
                AFTER ADVANCING 1 LINE.
        MOVE 'POSITIONS DELETED' TO ACL-LABEL.
        MOVE DELETE-COUNT TO ACL-COUNT.
        WRITE PRINT-LINE FROM ACTION-COUNT-LINE
                AFTER ADVANCING 1 LINE.
        CLOSE PRINT-FILE.

        DISPLAY 'AUDRPT - ' SELECTED-RECORD-COUNT ' OF '
                AUDIT-RECORD-COUNT ' AUDIT RECORDS PRINTED'.
        STOP RUN.


PRINT-REPORT-HEADER SECTION.
PRH-START.
        IF PAGE-NUMBER IS NOT EQUAL TO ZERO
                MOVE SPACES TO PRINT-LINE,
                WRITE PRINT-LINE AFTER ADVANCING PAGE.

        ADD 1 TO PAGE-NUMBER.
        MOVE ZERO TO LINE-COUNT.

        MOVE SPACES TO PRINT-LINE.
        STRING 'POSITION MAINTENANCE AUDIT TRAIL' DELIMITED BY SIZE
               '   PAGE '                    DELIMITED BY SIZE
               PAGE-NUMBER                   DELIMITED BY SIZE
               INTO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE
  '  DATE   TIME   OPER   ACTION IMAGE  STOCK STKCD  CODE'
                TO PRINT-LINE.
        MOVE ' 4-1   4-2      QTY TAG' TO PRINT-LINE (55 : 23).
        MOVE 'ACCOUNT' TO PRINT-LINE (78 : 7).
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.


PRINT-AUDIT-ENTRY SECTION.
PAE-START.
*       THE BEFORE LINE CARRIES WHO AND WHEN; THE AFTER LINE UNDER IT
*       LEAVES THEM BLANK.  AN ADD HAS NO RECORD BEFORE AND A DELETE
*       NONE AFTER, AND THE LINE SAYS SO.
        IF LINE-COUNT IS GREATER THAN OR EQUAL TO MAX-LINES-PER-PAGE
                PERFORM PRINT-REPORT-HEADER.

        MOVE SPACES TO AUDIT-LINE.
        MOVE AUD-DATE TO AL-DATE.
        MOVE AUD-TIME TO AL-TIME.
        MOVE AUD-OPERATOR TO AL-OPERATOR.
        IF AUDITED-ADD
                MOVE 'ADD' TO AL-ACTION.
        IF AUDITED-CHANGE
                MOVE 'CHANGE' TO AL-ACTION.
        IF AUDITED-DELETE
                MOVE 'DELETE' TO AL-ACTION.
        MOVE 'BEFORE' TO AL-IMAGE-LABEL.
        MOVE AUD-BEFORE-IMAGE TO IMAGE-VIEW.
        PERFORM FORMAT-IMAGE-FIELDS.
        MOVE SPACES TO PRINT-LINE.
        MOVE AUDIT-LINE TO PL-DETAIL.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO AUDIT-LINE.
        MOVE 'AFTER' TO AL-IMAGE-LABEL.
        MOVE AUD-AFTER-IMAGE TO IMAGE-VIEW.
        PERFORM FORMAT-IMAGE-FIELDS.
        MOVE SPACES TO PRINT-LINE.
        MOVE AUDIT-LINE TO PL-DETAIL.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        ADD 2 TO LINE-COUNT.

PAE-EXIT.  EXIT.


FORMAT-IMAGE-FIELDS SECTION.
FIF-START.
        IF IMAGE-VIEW IS EQUAL TO SPACES
                MOVE '(NO RECORD)' TO AL-NO-IMAGE,
                GO TO FIF-EXIT.

        MOVE IMG-FIELD-1B TO AL-STOCK.
        MOVE IMG-FIELD-2 TO AL-FIELD-2.
        MOVE IMG-CODE TO AL-CODE.
        MOVE IMG-FIELD-4-1-YY TO AL-FIELD-4-1-YY.
        MOVE IMG-FIELD-4-1 TO AL-FIELD-4-1.
        MOVE IMG-FIELD-4-2-YY TO AL-FIELD-4-2-YY.
        MOVE IMG-FIELD-4-2 TO AL-FIELD-4-2.
        MOVE IMG-FIELD-1A TO AL-QUANTITY.
        MOVE IMG-TAG TO AL-TAG.
        MOVE IMG-ACCOUNT TO AL-ACCOUNT.

FIF-EXIT.  EXIT.
