        SELECT RUNLOG-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT BUSINESS-DATE-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

DATA DIVISION.
FILE SECTION.


        05  SORT-FIELD-4-2-YY   PIC X(2).
        05  SORT-FIELD-4-1-YY   PIC X(2).

*       THE CUSTOMER ACCOUNT LIVES IN THE NEXT EIGHT BYTES OF WHAT
*       WAS FILLER.  POSEDT HAS ALREADY CHECKED IT AGAINST THE
*       ACCOUNT MASTER.  IT SORTS AS THE MOST MINOR KEY, BEHIND THE
*       QUANTITY AND THE CONTRACT DATES, SO THE FILE STAYS IN THE
*       ORDER EVERY REPORT DOWNSTREAM EXPECTS.  THE ACCOUNT ONLY
*       BREAKS A TIE BETWEEN POSITIONS THAT AGREE ON EVERYTHING AHEAD
*       OF IT - A STOCK'S ACCOUNTS ARE NOT GROUPED TOGETHER, AND A
*       PROGRAM THAT WANTS THEM BY ACCOUNT MUST SORT FOR ITSELF.

        05  SORT-ACCOUNT        PIC X(8).
        05  FILLER              PIC X(31).
        05  SORT-TAG            PIC 9(2).
        05  SORT-FIELD-2-TAG.
            10  TAG-CHAR       PIC X
*       INQUIRY - POSINQ STARTS ON ANY LEADING PART OF THE KEY.  THE
*       POSITION QUANTITY ENDS THE KEY ONLY TO KEEP OTHERWISE EQUAL
*       RECORDS DISTINCT; LOOKUPS USE THE STOCK, TAG, AND CODE AHEAD
*       OF IT.  THE ACCOUNT SITS JUST AHEAD OF THE QUANTITY, SO TWO
*       CUSTOMERS HOLDING THE SAME POSITION ARE TWO INDEX RECORDS
*       AND A LOOKUP FOR ONE ACCOUNT'S POSITION IS A SINGLE START.

FD  INDEX-FILE
    VALUE OF ID IS INDEX-FILE-NAME.
            10  IDX-FIELD-4-1   PIC X(4).
            10  IDX-FIELD-4-2-YY PIC X(2).
            10  IDX-FIELD-4-2   PIC X(4).
            10  IDX-ACCOUNT     PIC X(8).
            10  IDX-FIELD-1A    PIC 9(5).
        05  IDX-TAG             PIC 9(2).
        05  IDX-FIELD-2         PIC X(6).
        05  FILLER              PIC X.
        05  RL-TEXT             PIC X(40).

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
        05  SRT-FIELD-2          PIC X(6).
        05  SRT-FIELD-4-2-YY     PIC X(2).
        05  SRT-FIELD-4-1-YY     PIC X(2).
        05  SRT-ACCOUNT          PIC X(8).
        05  FILLER               PIC X(31).
        05  SRT-TAG              PIC 9(2).
        05  SRT-FIELD-2-TAG      PIC X(5).

                MOVE 'O' TO RUNLOG-OPEN-MODE,
                OPEN OUTPUT RUNLOG-FILE.


BUSINESS-DATE-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON BUSINESS-DATE-FILE OPEN.

BUSINESS-DATE-OPEN-RECOVERY.
*       NO BUSINESS-DATE RECORD - THE CLOCK STANDS IN FOR IT.
        MOVE 'Y' TO BUSINESS-DATE-MISSING-SWITCH.

END DECLARATIVES.


                SORT-FIELD-4-1,
                SORT-FIELD-4-2-YY,
                SORT-FIELD-4-2,
                SORT-ACCOUNT,

        INPUT PROCEDURE IS INPUT-PROCEDURE,
        OUTPUT PROCEDURE IS OUTPUT-PROCEDURE.
*       COPY THE CURRENT INPUT FILE TO A DATED BACKUP FILE BEFORE THE
*       SORT VERB'S GIVING CLAUSE OVERWRITES IT, SO A FAILED RUN CAN
*       BE RECOVERED BY RESTORING THE BACKUP.
        PERFORM READ-BUSINESS-DATE.

        MOVE 0 TO INPUT-FILE-NAME-LENGTH.
        INSPECT INPUT-FILE-NAME TALLYING INPUT-FILE-NAME-LENGTH
        MOVE SRT-FIELD-4-1 TO IDX-FIELD-4-1.
        MOVE SRT-FIELD-4-2-YY TO IDX-FIELD-4-2-YY.
        MOVE SRT-FIELD-4-2 TO IDX-FIELD-4-2.
        MOVE SRT-ACCOUNT TO IDX-ACCOUNT.
        MOVE SRT-FIELD-1A TO IDX-FIELD-1A.
        MOVE SRT-TAG TO IDX-TAG.
        MOVE SRT-FIELD-2 TO IDX-FIELD-2.

END-OUTPUT-PROCEDURE.  EXIT.


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
                DISPLAY 'SORTER - NO BUSINESS DATE RECORD '
                        BUSINESS-DATE-FILE-NAME ' - SYSTEM DATE USED',
                GO TO RBD-EXIT.

        READ BUSINESS-DATE-FILE AT END
                MOVE SPACES TO BUSINESS-DATE-RECORD.
        CLOSE BUSINESS-DATE-FILE.

        IF BDT-BUSINESS-DATE IS NOT NUMERIC
                DISPLAY 'SORTER - BUSINESS DATE RECORD '
                        BUSINESS-DATE-FILE-NAME ' UNREADABLE - SYSTEM '
                        'DATE USED',
                GO TO RBD-EXIT.

        MOVE BDT-BUSINESS-DATE TO TODAY-DATE-FIELDS.

RBD-EXIT.  EXIT.
