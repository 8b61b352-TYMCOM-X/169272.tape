        SELECT PARAM-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT BUSINESS-DATE-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

DATA DIVISION.
FILE SECTION.

*       INPUT-FILE IS SORTER'S SORTED POSITN OUTPUT - THE FULL 83-BYTE
*       SORT-RECORD, TAGS AND ALL.  THE RECORD IS ARCHIVED AS AN
*       OPAQUE IMAGE, SO A LAYOUT CHANGE UPSTREAM CANNOT QUIETLY
*       CORRUPT THE HISTORY - THE CUSTOMER ACCOUNT, FOR ONE, RIDES
*       INTO THE HISTORY IN THE IMAGE WITH NO CHANGE HERE.

FD  INPUT-FILE
    VALUE OF ID IS INPUT-FILE-NAME.
*       THE WHOLE SORTED MASTER IS APPENDED, EVERY RECORD STAMPED
*       WITH THE BUSINESS DATE, SO ANY PAST DAY'S POSITIONS CAN BE
*       REBUILT LONG AFTER THE DATED BACKUP FILES HAVE BEEN DELETED.
*       POSAOF AND POSMOV READ IT BACK BY DATE, AND POSSTM BY
*       ACCOUNT FOR THE MONTHLY CUSTOMER STATEMENTS.

FD  HISTORY-FILE
    VALUE OF ID IS HISTORY-FILE-NAME.
        05  FILLER              PIC X.
        05  PRM-FILE-3          PIC X(9).

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

77  WAIT-TIME   COMP-1 VALUE IS 5.
77  MAX-OPEN-TRIES              PIC 9(2) VALUE IS 5.
77  OPEN-TRY-COUNT              PIC 9(2) VALUE IS 0.
77  HISTORY-FILE-NAME            PIC X(9) VALUE 'POSHIS'.

*       IN AN UNATTENDED RUN PRM-FILE-3 CARRIES THE BUSINESS DATE IN
*       ITS FIRST SIX CHARACTERS - BLANK MEANS THE BUSINESS DATE ON
*       FILE, THE SAME AS THE PROMPT.

77  PARAM-FILE-NAME              PIC X(9) VALUE 'POSPRM'.
77  PARAM-FILE-MISSING-SWITCH    PIC X VALUE 'N'.
        88  HISTORY-OPENING-FOR-EXTEND VALUE 'E'.
        88  HISTORY-OPENING-FOR-OUTPUT VALUE 'O'.

*       THE BUSINESS DATE STAMPED ON EVERY RECORD IS NORMALLY THE
*       ONE ON THE BUSINESS-DATE RECORD, BUT THE OPERATOR MAY GIVE
*       ANOTHER - A RERUN FOR AN EARLIER NIGHT MUST STILL STAMP THE
*       BUSINESS DAY THE POSITIONS BELONG TO.

01  BUSINESS-DATE-ANSWER         PIC X(6) VALUE SPACES.
01  BUSINESS-DATE-VALUE  REDEFINES BUSINESS-DATE-ANSWER
*       FILE NAMES ARE PROMPTED FOR AS THEY ALWAYS WERE.
        MOVE 'Y' TO PARAM-FILE-MISSING-SWITCH.


BUSINESS-DATE-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON BUSINESS-DATE-FILE OPEN.

BUSINESS-DATE-OPEN-RECOVERY.
*       NO BUSINESS-DATE RECORD - THE CLOCK STANDS IN FOR IT.
        MOVE 'Y' TO BUSINESS-DATE-MISSING-SWITCH.

END DECLARATIVES.


        PERFORM PROMPT-FOR-FILE-NAMES.

        IF BUSINESS-DATE-ANSWER IS EQUAL TO SPACES
                PERFORM READ-BUSINESS-DATE,
                MOVE TODAY-DATE-FIELDS TO BUSINESS-DATE-VALUE.

        IF BUSINESS-DATE-VALUE IS NOT NUMERIC
        IF HISTORY-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSHIS' TO HISTORY-FILE-NAME.

        DISPLAY 'BUSINESS DATE (YYMMDD, BLANK FOR CURRENT): '
                WITH NO ADVANCING.
        ACCEPT BUSINESS-DATE-ANSWER.


        MOVE SPACES TO JRN-EVENT, JRN-FILE-NAME, JRN-TEXT.
        MOVE 0 TO JRN-COUNT.


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
                DISPLAY 'POSHST - NO BUSINESS DATE RECORD '
                        BUSINESS-DATE-FILE-NAME ' - SYSTEM DATE USED',
                GO TO RBD-EXIT.

        READ BUSINESS-DATE-FILE AT END
                MOVE SPACES TO BUSINESS-DATE-RECORD.
        CLOSE BUSINESS-DATE-FILE.

        IF BDT-BUSINESS-DATE IS NOT NUMERIC
                DISPLAY 'POSHST - BUSINESS DATE RECORD '
                        BUSINESS-DATE-FILE-NAME ' UNREADABLE - SYSTEM '
                        'DATE USED',
                GO TO RBD-EXIT.

        MOVE BDT-BUSINESS-DATE TO TODAY-DATE-FIELDS.

RBD-EXIT.  EXIT.
