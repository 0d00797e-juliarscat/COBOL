IDENTIFICATION DIVISION.
PROGRAM-ID. GL-EXTRACT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GL-PARAMETER-FILE ASSIGN TO "GL-PARAMETER-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT BOOK-FILE ASSIGN TO "BOOK-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TRANSACTION-JOURNAL ASSIGN TO "TRANSACTION-JOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT INVENTORY-MOVEMENT-JOURNAL
        ASSIGN TO "INVENTORY-MOVEMENT-JOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-MOVEMENT-CONTROL-FILE
        ASSIGN TO "GL-MOVEMENT-CONTROL-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT GL-POSTING-FILE ASSIGN TO "GL-POSTING-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT GL-EXTRACT-REPORT-FILE ASSIGN TO "GL-EXTRACT-REPORT-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSINESS-DATE-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  GL-PARAMETER-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  GL-PARAMETER-RECORD.
    05  PARAMETER-SOURCE PIC X(1).
    05  PARAMETER-TYPE PIC X(1).
    05  PARAMETER-BASIS PIC X(1).
    05  PARAMETER-DEBIT-ACCOUNT PIC X(10).
    05  PARAMETER-CREDIT-ACCOUNT PIC X(10).
    05  PARAMETER-DESCRIPTION PIC X(30).

FD  BOOK-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BOOK-RECORD.
    05  BOOK-TITLE PIC X(30).
    05  ISBN PIC 9(13).
    05  PUBLISHER-ID PIC 9(10).
    05  UNIT-PRICE PIC 9(3)V99.
    05  UNIT-COST PIC 9(3)V99.

FD  TRANSACTION-JOURNAL
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  JOURNAL-RECORD.
    05  JOURNAL-ACCOUNT-NUMBER PIC 9(10).
    05  JOURNAL-TRANSACTION-TYPE PIC X(1).
        88  JOURNAL-IS-WITHDRAWAL VALUE "W".
        88  JOURNAL-IS-DEPOSIT VALUE "D".
        88  JOURNAL-IS-INTEREST VALUE "I".
        88  JOURNAL-IS-FEE VALUE "F".
        88  JOURNAL-IS-REVERSAL VALUE "R".
        88  JOURNAL-IS-DEBIT-INTEREST VALUE "O".
    05  JOURNAL-AMOUNT PIC 9(7)V99.
    05  JOURNAL-BALANCE PIC S9(7)V99.
    05  JOURNAL-DATE PIC 9(8).
    05  JOURNAL-TIME PIC 9(8).
    05  JOURNAL-TERMINAL-ID PIC X(8).
    05  JOURNAL-DISPENSE-DETAIL.
        10  JOURNAL-CASSETTE-ENTRY OCCURS 4 TIMES.
            15  JOURNAL-CASSETTE-DENOMINATION PIC 9(3).
            15  JOURNAL-NOTE-COUNT PIC 9(5).
    05  JOURNAL-REVERSAL-REFERENCE.
        10  JOURNAL-ORIGINAL-TYPE PIC X(1).
        10  JOURNAL-ORIGINAL-DATE PIC 9(8).
        10  JOURNAL-ORIGINAL-TIME PIC 9(8).
        10  JOURNAL-ORIGINAL-TERMINAL-ID PIC X(8).

FD  INVENTORY-MOVEMENT-JOURNAL
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  MOVEMENT-RECORD.
    05  MOVEMENT-ISBN PIC 9(13).
    05  MOVEMENT-TYPE PIC X(1).
        88  MOVEMENT-IS-SALE VALUE "S".
        88  MOVEMENT-IS-RECEIPT VALUE "R".
        88  MOVEMENT-IS-ADJUSTMENT VALUE "A".
    05  MOVEMENT-QUANTITY PIC 9(5).
    05  MOVEMENT-DATE PIC 9(8).
    05  MOVEMENT-SOURCE PIC X(10).
    05  MOVEMENT-ADJUST-SIGN PIC X(1).
        88  MOVEMENT-ADJUST-UP VALUE "+".
        88  MOVEMENT-ADJUST-DOWN VALUE "-".
    05  MOVEMENT-REASON-CODE PIC X(2).

FD  GL-MOVEMENT-CONTROL-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  GL-MOVEMENT-CONTROL-RECORD.
    05  CONTROL-MOVEMENTS-POSTED PIC 9(7).
    05  CONTROL-POSTING-DATE PIC 9(8).
    05  CONTROL-PRIOR-MOVEMENTS-POSTED PIC 9(7).

FD  GL-POSTING-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  GL-POSTING-RECORD.
    05  POSTING-DATE PIC 9(8).
    05  POSTING-ACCOUNT-CODE PIC X(10).
    05  POSTING-DEBIT-AMOUNT PIC 9(11)V99.
    05  POSTING-CREDIT-AMOUNT PIC 9(11)V99.

FD  GL-EXTRACT-REPORT-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  GL-EXTRACT-REPORT-LINE PIC X(100).

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  EOF-PARAMETER-SWITCH PIC X VALUE "N".
    88  EOF-PARAMETER VALUE "Y".
01  EOF-BOOK-SWITCH PIC X VALUE "N".
    88  EOF-BOOK VALUE "Y".
01  EOF-JOURNAL-SWITCH PIC X VALUE "N".
    88  EOF-JOURNAL VALUE "Y".
01  EOF-MOVEMENT-SWITCH PIC X VALUE "N".
    88  EOF-MOVEMENT VALUE "Y".

01  MAPPING-COUNT PIC 9(3) VALUE 0.
01  MAX-MAPPINGS PIC 9(3) VALUE 100.
01  MAPPING-TABLE.
    05  MAPPING-ENTRY OCCURS 100 TIMES INDEXED BY MAPPING-IDX.
        10  MAPPING-SOURCE PIC X(1).
        10  MAPPING-TYPE PIC X(1).
        10  MAPPING-BASIS PIC X(1).
        10  MAPPING-DEBIT-ACCOUNT PIC X(10).
        10  MAPPING-CREDIT-ACCOUNT PIC X(10).

01  BOOK-COUNT PIC 9(3) VALUE 0.
01  MAX-BOOKS PIC 9(3) VALUE 500.
01  BOOK-TABLE.
    05  BOOK-ENTRY OCCURS 500 TIMES INDEXED BY BOOK-IDX.
        10  TABLE-ISBN PIC 9(13).
        10  TABLE-UNIT-PRICE PIC 9(3)V99.
        10  TABLE-UNIT-COST PIC 9(3)V99.

01  GL-ACCOUNT-COUNT PIC 9(3) VALUE 0.
01  MAX-GL-ACCOUNTS PIC 9(3) VALUE 200.
01  GL-ACCOUNT-TABLE.
    05  GL-ACCOUNT-ENTRY OCCURS 200 TIMES INDEXED BY GL-ACCOUNT-IDX.
        10  TABLE-GL-ACCOUNT-CODE PIC X(10).
        10  TABLE-GL-DEBIT-TOTAL PIC 9(11)V99.
        10  TABLE-GL-CREDIT-TOTAL PIC 9(11)V99.

01  EXCEPTION-COUNT PIC 9(5) VALUE 0.
01  MAX-EXCEPTIONS PIC 9(5) VALUE 200.
01  EXCEPTION-TABLE.
    05  EXCEPTION-ENTRY OCCURS 200 TIMES INDEXED BY EXCEPTION-IDX.
        10  EXCEPTION-REASON PIC X(28).
        10  EXCEPTION-KEY PIC X(13).
        10  EXCEPTION-TYPE PIC X(1).
        10  EXCEPTION-AMOUNT PIC 9(7)V99.
        10  EXCEPTION-QUANTITY PIC 9(5).

01  MAPPING-FOUND-SWITCH PIC X VALUE "N".
    88  MAPPING-FOUND VALUE "Y".
01  BOOK-FOUND-SWITCH PIC X VALUE "N".
    88  BOOK-FOUND VALUE "Y".
01  GL-ACCOUNT-FOUND-SWITCH PIC X VALUE "N".
    88  GL-ACCOUNT-FOUND VALUE "Y".
01  GL-TABLE-OVERFLOW-SWITCH PIC X VALUE "N".
    88  GL-TABLE-OVERFLOW VALUE "Y".
01  LEGS-SWAPPED-SWITCH PIC X VALUE "N".
    88  LEGS-SWAPPED VALUE "Y".

01  SEARCH-SOURCE PIC X(1).
01  SEARCH-TYPE PIC X(1).
01  SEARCH-BASIS PIC X(1).
01  SEARCH-ISBN PIC 9(13).
01  SEARCH-GL-ACCOUNT PIC X(10).

01  BANK-SOURCE PIC X(1) VALUE "B".
01  SHOP-SOURCE PIC X(1) VALUE "S".
01  TERMINAL-BASIS PIC X(1) VALUE "T".
01  BRANCH-BASIS PIC X(1) VALUE "N".
01  PRICE-BASIS PIC X(1) VALUE "P".
01  COST-BASIS PIC X(1) VALUE "C".

01  POSTING-AMOUNT PIC 9(9)V99.
01  LEG-DEBIT-ACCOUNT PIC X(10).
01  LEG-CREDIT-ACCOUNT PIC X(10).

01  JOURNAL-READ-COUNT PIC 9(5) VALUE 0.
01  MOVEMENT-READ-COUNT PIC 9(7) VALUE 0.
01  MOVEMENTS-ALREADY-POSTED PIC 9(7) VALUE 0.
01  TOTAL-DEBITS PIC 9(11)V99 VALUE 0.
01  TOTAL-CREDITS PIC 9(11)V99 VALUE 0.
01  POSTING-DIFFERENCE PIC S9(11)V99 VALUE 0.
01  POSTINGS-WRITTEN-COUNT PIC 9(5) VALUE 0.

01  EXTRACT-STATUS-SWITCH PIC X VALUE "A".
    88  EXTRACT-ACCEPTED VALUE "A".
    88  EXTRACT-OUT-OF-BALANCE VALUE "B".
    88  EXTRACT-HAS-EXCEPTIONS VALUE "E".

01  TODAYS-DATE PIC 9(8).

01  GL-TITLE-LINE-1 PIC X(36)
        VALUE "GENERAL LEDGER DAILY POSTING EXTRACT".
01  GL-TITLE-LINE-2.
    05  FILLER PIC X(14) VALUE "POSTING DATE: ".
    05  TITLE-DATE PIC 9(8).

01  GL-COLUMN-HEADING.
    05  FILLER PIC X(14) VALUE "GL ACCOUNT".
    05  FILLER PIC X(18) VALUE "DEBIT".
    05  FILLER PIC X(18) VALUE "CREDIT".

01  GL-DETAIL-LINE.
    05  DETAIL-GL-ACCOUNT PIC X(10).
    05  FILLER PIC X(4) VALUE SPACES.
    05  DETAIL-DEBIT PIC ZZZZZZZZZZ9.99.
    05  FILLER PIC X(4) VALUE SPACES.
    05  DETAIL-CREDIT PIC ZZZZZZZZZZ9.99.

01  GL-TOTAL-LINE.
    05  TOTAL-LABEL PIC X(14).
    05  TOTAL-DEBIT-OUT PIC ZZZZZZZZZZ9.99.
    05  FILLER PIC X(4) VALUE SPACES.
    05  TOTAL-CREDIT-OUT PIC ZZZZZZZZZZ9.99.

01  GL-DIFFERENCE-LINE.
    05  FILLER PIC X(14) VALUE "DIFFERENCE".
    05  DIFFERENCE-OUT PIC -ZZZZZZZZZZ9.99.

01  GL-COUNT-LINE.
    05  COUNT-LABEL PIC X(30).
    05  COUNT-VALUE PIC ZZZZZZ9.

01  GL-STATUS-LINE.
    05  FILLER PIC X(14) VALUE "EXTRACT STATUS".
    05  STATUS-TEXT PIC X(50).

01  EXCEPTION-HEADING-LINE PIC X(37)
        VALUE "ENTRIES THAT COULD NOT BE POSTED".

01  EXCEPTION-DETAIL-LINE.
    05  EXCEPTION-DETAIL-REASON PIC X(28).
    05  FILLER PIC X(2) VALUE SPACES.
    05  EXCEPTION-DETAIL-KEY PIC X(13).
    05  FILLER PIC X(2) VALUE SPACES.
    05  EXCEPTION-DETAIL-TYPE PIC X(1).
    05  FILLER PIC X(3) VALUE SPACES.
    05  EXCEPTION-DETAIL-AMOUNT PIC Z(6)9.99.
    05  FILLER PIC X(3) VALUE SPACES.
    05  EXCEPTION-DETAIL-QUANTITY PIC ZZZZ9.

01  EXCEPTION-KEY-ACCOUNT PIC 9(10).
01  EXCEPTION-REASON-TEXT PIC X(28).

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
OPEN INPUT GL-PARAMETER-FILE
PERFORM UNTIL EOF-PARAMETER
    READ GL-PARAMETER-FILE
        AT END
            SET EOF-PARAMETER TO TRUE
    END-READ
    IF NOT EOF-PARAMETER
        PERFORM LOAD-MAPPING-ENTRY
    END-IF
END-PERFORM
CLOSE GL-PARAMETER-FILE
IF MAPPING-COUNT = 0
    DISPLAY "GL PARAMETER FILE IS EMPTY - RUN ABORTED"
    MOVE 8 TO RETURN-CODE
    STOP RUN
END-IF
OPEN INPUT BOOK-FILE
PERFORM UNTIL EOF-BOOK
    READ BOOK-FILE
        AT END
            SET EOF-BOOK TO TRUE
    END-READ
    IF NOT EOF-BOOK
        PERFORM LOAD-BOOK-ENTRY
    END-IF
END-PERFORM
CLOSE BOOK-FILE
OPEN INPUT GL-MOVEMENT-CONTROL-FILE
READ GL-MOVEMENT-CONTROL-FILE
    AT END
        MOVE ZERO TO CONTROL-MOVEMENTS-POSTED
        MOVE ZERO TO CONTROL-POSTING-DATE
        MOVE ZERO TO CONTROL-PRIOR-MOVEMENTS-POSTED
END-READ
IF CONTROL-POSTING-DATE = TODAYS-DATE
    MOVE CONTROL-PRIOR-MOVEMENTS-POSTED TO MOVEMENTS-ALREADY-POSTED
ELSE
    MOVE CONTROL-MOVEMENTS-POSTED TO MOVEMENTS-ALREADY-POSTED
END-IF
CLOSE GL-MOVEMENT-CONTROL-FILE
OPEN INPUT TRANSACTION-JOURNAL
PERFORM UNTIL EOF-JOURNAL
    READ TRANSACTION-JOURNAL
        AT END
            SET EOF-JOURNAL TO TRUE
    END-READ
    IF NOT EOF-JOURNAL
        ADD 1 TO JOURNAL-READ-COUNT
        PERFORM POST-JOURNAL-ENTRY
    END-IF
END-PERFORM
CLOSE TRANSACTION-JOURNAL
OPEN INPUT INVENTORY-MOVEMENT-JOURNAL
PERFORM UNTIL EOF-MOVEMENT
    READ INVENTORY-MOVEMENT-JOURNAL
        AT END
            SET EOF-MOVEMENT TO TRUE
    END-READ
    IF NOT EOF-MOVEMENT
        ADD 1 TO MOVEMENT-READ-COUNT
        IF MOVEMENT-READ-COUNT > MOVEMENTS-ALREADY-POSTED
            PERFORM POST-MOVEMENT-ENTRY
        END-IF
    END-IF
END-PERFORM
CLOSE INVENTORY-MOVEMENT-JOURNAL
COMPUTE POSTING-DIFFERENCE = TOTAL-DEBITS - TOTAL-CREDITS
IF EXCEPTION-COUNT > 0 OR GL-TABLE-OVERFLOW
    SET EXTRACT-HAS-EXCEPTIONS TO TRUE
ELSE
    IF POSTING-DIFFERENCE NOT = 0
        SET EXTRACT-OUT-OF-BALANCE TO TRUE
    END-IF
END-IF
OPEN OUTPUT GL-POSTING-FILE
IF EXTRACT-ACCEPTED
    PERFORM VARYING GL-ACCOUNT-IDX FROM 1 BY 1
            UNTIL GL-ACCOUNT-IDX > GL-ACCOUNT-COUNT
        PERFORM WRITE-GL-POSTING-RECORD
    END-PERFORM
    OPEN OUTPUT GL-MOVEMENT-CONTROL-FILE
    MOVE MOVEMENT-READ-COUNT TO CONTROL-MOVEMENTS-POSTED
    MOVE TODAYS-DATE TO CONTROL-POSTING-DATE
    MOVE MOVEMENTS-ALREADY-POSTED TO CONTROL-PRIOR-MOVEMENTS-POSTED
    WRITE GL-MOVEMENT-CONTROL-RECORD
    CLOSE GL-MOVEMENT-CONTROL-FILE
END-IF
CLOSE GL-POSTING-FILE
PERFORM WRITE-GL-EXTRACT-REPORT
DISPLAY "JOURNAL RECORDS READ:  " JOURNAL-READ-COUNT
DISPLAY "MOVEMENT RECORDS READ: " MOVEMENT-READ-COUNT
DISPLAY "MOVEMENTS ALREADY IN GL: " MOVEMENTS-ALREADY-POSTED
DISPLAY "GL POSTINGS WRITTEN:   " POSTINGS-WRITTEN-COUNT
IF NOT EXTRACT-ACCEPTED
    DISPLAY "GL EXTRACT REJECTED - SEE GL EXTRACT REPORT"
    MOVE 8 TO RETURN-CODE
END-IF
STOP RUN.

LOAD-MAPPING-ENTRY.
    IF MAPPING-COUNT < MAX-MAPPINGS
        ADD 1 TO MAPPING-COUNT
        SET MAPPING-IDX TO MAPPING-COUNT
        MOVE PARAMETER-SOURCE TO MAPPING-SOURCE(MAPPING-IDX)
        MOVE PARAMETER-TYPE TO MAPPING-TYPE(MAPPING-IDX)
        MOVE PARAMETER-BASIS TO MAPPING-BASIS(MAPPING-IDX)
        MOVE PARAMETER-DEBIT-ACCOUNT TO
            MAPPING-DEBIT-ACCOUNT(MAPPING-IDX)
        MOVE PARAMETER-CREDIT-ACCOUNT TO
            MAPPING-CREDIT-ACCOUNT(MAPPING-IDX)
    ELSE
        DISPLAY "GL MAPPING TABLE FULL - SKIPPING "
            PARAMETER-SOURCE PARAMETER-TYPE PARAMETER-BASIS
    END-IF.

LOAD-BOOK-ENTRY.
    IF BOOK-COUNT < MAX-BOOKS
        ADD 1 TO BOOK-COUNT
        SET BOOK-IDX TO BOOK-COUNT
        MOVE ISBN IN BOOK-RECORD TO TABLE-ISBN(BOOK-IDX)
        MOVE UNIT-PRICE TO TABLE-UNIT-PRICE(BOOK-IDX)
        MOVE UNIT-COST TO TABLE-UNIT-COST(BOOK-IDX)
    ELSE
        DISPLAY "BOOK TABLE FULL - SKIPPING " ISBN IN BOOK-RECORD
    END-IF.

POST-JOURNAL-ENTRY.
    MOVE BANK-SOURCE TO SEARCH-SOURCE
    IF JOURNAL-IS-REVERSAL
        MOVE JOURNAL-ORIGINAL-TYPE TO SEARCH-TYPE
        IF JOURNAL-ORIGINAL-TERMINAL-ID = SPACES
            MOVE BRANCH-BASIS TO SEARCH-BASIS
        ELSE
            MOVE TERMINAL-BASIS TO SEARCH-BASIS
        END-IF
        SET LEGS-SWAPPED TO TRUE
    ELSE
        MOVE JOURNAL-TRANSACTION-TYPE TO SEARCH-TYPE
        IF JOURNAL-TERMINAL-ID = SPACES
            MOVE BRANCH-BASIS TO SEARCH-BASIS
        ELSE
            MOVE TERMINAL-BASIS TO SEARCH-BASIS
        END-IF
        MOVE "N" TO LEGS-SWAPPED-SWITCH
    END-IF
    IF JOURNAL-DATE = TODAYS-DATE
        PERFORM FIND-MAPPING-ENTRY
        IF NOT MAPPING-FOUND
            MOVE "NO GL MAPPING FOR TYPE" TO EXCEPTION-REASON-TEXT
            PERFORM ADD-JOURNAL-EXCEPTION
        ELSE
            MOVE JOURNAL-AMOUNT TO POSTING-AMOUNT
            PERFORM POST-GL-LEGS
        END-IF
    ELSE
        MOVE "JOURNAL ENTRY NOT FOR TODAY" TO EXCEPTION-REASON-TEXT
        PERFORM ADD-JOURNAL-EXCEPTION
    END-IF.

ADD-JOURNAL-EXCEPTION.
    ADD 1 TO EXCEPTION-COUNT
    IF EXCEPTION-COUNT NOT > MAX-EXCEPTIONS
        SET EXCEPTION-IDX TO EXCEPTION-COUNT
        MOVE EXCEPTION-REASON-TEXT TO EXCEPTION-REASON(EXCEPTION-IDX)
        MOVE JOURNAL-ACCOUNT-NUMBER TO EXCEPTION-KEY-ACCOUNT
        MOVE EXCEPTION-KEY-ACCOUNT TO EXCEPTION-KEY(EXCEPTION-IDX)
        MOVE JOURNAL-TRANSACTION-TYPE TO EXCEPTION-TYPE(EXCEPTION-IDX)
        MOVE JOURNAL-AMOUNT TO EXCEPTION-AMOUNT(EXCEPTION-IDX)
        MOVE ZERO TO EXCEPTION-QUANTITY(EXCEPTION-IDX)
    END-IF.

POST-MOVEMENT-ENTRY.
    MOVE SHOP-SOURCE TO SEARCH-SOURCE
    MOVE MOVEMENT-TYPE TO SEARCH-TYPE
    MOVE "N" TO LEGS-SWAPPED-SWITCH
    MOVE MOVEMENT-ISBN TO SEARCH-ISBN
    PERFORM FIND-BOOK-ENTRY
    IF NOT BOOK-FOUND
        MOVE "NO BOOK MASTER FOR ISBN" TO EXCEPTION-REASON-TEXT
        PERFORM ADD-MOVEMENT-EXCEPTION
    ELSE
        IF MOVEMENT-IS-SALE
            MOVE PRICE-BASIS TO SEARCH-BASIS
            PERFORM FIND-MAPPING-ENTRY
            IF NOT MAPPING-FOUND
                PERFORM ADD-UNMAPPED-MOVEMENT
            ELSE
                COMPUTE POSTING-AMOUNT =
                    MOVEMENT-QUANTITY * TABLE-UNIT-PRICE(BOOK-IDX)
                PERFORM POST-GL-LEGS
            END-IF
        END-IF
        IF MOVEMENT-IS-ADJUSTMENT
           AND MOVEMENT-ADJUST-DOWN
            SET LEGS-SWAPPED TO TRUE
        END-IF
        MOVE COST-BASIS TO SEARCH-BASIS
        PERFORM FIND-MAPPING-ENTRY
        IF NOT MAPPING-FOUND
            PERFORM ADD-UNMAPPED-MOVEMENT
        ELSE
            COMPUTE POSTING-AMOUNT =
                MOVEMENT-QUANTITY * TABLE-UNIT-COST(BOOK-IDX)
            PERFORM POST-GL-LEGS
        END-IF
    END-IF.

ADD-UNMAPPED-MOVEMENT.
    MOVE "NO GL MAPPING FOR TYPE" TO EXCEPTION-REASON-TEXT
    PERFORM ADD-MOVEMENT-EXCEPTION.

ADD-MOVEMENT-EXCEPTION.
    ADD 1 TO EXCEPTION-COUNT
    IF EXCEPTION-COUNT NOT > MAX-EXCEPTIONS
        SET EXCEPTION-IDX TO EXCEPTION-COUNT
        MOVE EXCEPTION-REASON-TEXT TO EXCEPTION-REASON(EXCEPTION-IDX)
        MOVE MOVEMENT-ISBN TO EXCEPTION-KEY(EXCEPTION-IDX)
        MOVE MOVEMENT-TYPE TO EXCEPTION-TYPE(EXCEPTION-IDX)
        MOVE ZERO TO EXCEPTION-AMOUNT(EXCEPTION-IDX)
        MOVE MOVEMENT-QUANTITY TO EXCEPTION-QUANTITY(EXCEPTION-IDX)
    END-IF.

FIND-MAPPING-ENTRY.
    MOVE "N" TO MAPPING-FOUND-SWITCH
    PERFORM VARYING MAPPING-IDX FROM 1 BY 1
            UNTIL MAPPING-IDX > MAPPING-COUNT
                OR MAPPING-FOUND
        IF MAPPING-SOURCE(MAPPING-IDX) = SEARCH-SOURCE
           AND MAPPING-TYPE(MAPPING-IDX) = SEARCH-TYPE
           AND MAPPING-BASIS(MAPPING-IDX) = SEARCH-BASIS
            SET MAPPING-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF NOT MAPPING-FOUND
        PERFORM VARYING MAPPING-IDX FROM 1 BY 1
                UNTIL MAPPING-IDX > MAPPING-COUNT
                    OR MAPPING-FOUND
            IF MAPPING-SOURCE(MAPPING-IDX) = SEARCH-SOURCE
               AND MAPPING-TYPE(MAPPING-IDX) = SEARCH-TYPE
               AND MAPPING-BASIS(MAPPING-IDX) = SPACE
                SET MAPPING-FOUND TO TRUE
            END-IF
        END-PERFORM
    END-IF
    IF MAPPING-FOUND
        SET MAPPING-IDX DOWN BY 1
    END-IF.

FIND-BOOK-ENTRY.
    MOVE "N" TO BOOK-FOUND-SWITCH
    PERFORM VARYING BOOK-IDX FROM 1 BY 1
            UNTIL BOOK-IDX > BOOK-COUNT
                OR BOOK-FOUND
        IF TABLE-ISBN(BOOK-IDX) = SEARCH-ISBN
            SET BOOK-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF BOOK-FOUND
        SET BOOK-IDX DOWN BY 1
    END-IF.

POST-GL-LEGS.
    IF LEGS-SWAPPED
        MOVE MAPPING-CREDIT-ACCOUNT(MAPPING-IDX) TO LEG-DEBIT-ACCOUNT
        MOVE MAPPING-DEBIT-ACCOUNT(MAPPING-IDX) TO LEG-CREDIT-ACCOUNT
    ELSE
        MOVE MAPPING-DEBIT-ACCOUNT(MAPPING-IDX) TO LEG-DEBIT-ACCOUNT
        MOVE MAPPING-CREDIT-ACCOUNT(MAPPING-IDX) TO LEG-CREDIT-ACCOUNT
    END-IF
    IF POSTING-AMOUNT > 0
        IF LEG-DEBIT-ACCOUNT NOT = SPACES
            MOVE LEG-DEBIT-ACCOUNT TO SEARCH-GL-ACCOUNT
            PERFORM FIND-GL-ACCOUNT-ENTRY
            IF GL-ACCOUNT-FOUND
                ADD POSTING-AMOUNT TO TABLE-GL-DEBIT-TOTAL(GL-ACCOUNT-IDX)
                ADD POSTING-AMOUNT TO TOTAL-DEBITS
            END-IF
        END-IF
        IF LEG-CREDIT-ACCOUNT NOT = SPACES
            MOVE LEG-CREDIT-ACCOUNT TO SEARCH-GL-ACCOUNT
            PERFORM FIND-GL-ACCOUNT-ENTRY
            IF GL-ACCOUNT-FOUND
                ADD POSTING-AMOUNT TO TABLE-GL-CREDIT-TOTAL(GL-ACCOUNT-IDX)
                ADD POSTING-AMOUNT TO TOTAL-CREDITS
            END-IF
        END-IF
    END-IF.

FIND-GL-ACCOUNT-ENTRY.
    MOVE "N" TO GL-ACCOUNT-FOUND-SWITCH
    PERFORM VARYING GL-ACCOUNT-IDX FROM 1 BY 1
            UNTIL GL-ACCOUNT-IDX > GL-ACCOUNT-COUNT
                OR GL-ACCOUNT-FOUND
        IF TABLE-GL-ACCOUNT-CODE(GL-ACCOUNT-IDX) = SEARCH-GL-ACCOUNT
            SET GL-ACCOUNT-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF GL-ACCOUNT-FOUND
        SET GL-ACCOUNT-IDX DOWN BY 1
    ELSE
        IF GL-ACCOUNT-COUNT < MAX-GL-ACCOUNTS
            ADD 1 TO GL-ACCOUNT-COUNT
            SET GL-ACCOUNT-IDX TO GL-ACCOUNT-COUNT
            MOVE SEARCH-GL-ACCOUNT TO
                TABLE-GL-ACCOUNT-CODE(GL-ACCOUNT-IDX)
            MOVE ZERO TO TABLE-GL-DEBIT-TOTAL(GL-ACCOUNT-IDX)
            MOVE ZERO TO TABLE-GL-CREDIT-TOTAL(GL-ACCOUNT-IDX)
            SET GL-ACCOUNT-FOUND TO TRUE
        ELSE
            DISPLAY "GL ACCOUNT TABLE FULL - SKIPPING " SEARCH-GL-ACCOUNT
            SET GL-TABLE-OVERFLOW TO TRUE
        END-IF
    END-IF.

WRITE-GL-POSTING-RECORD.
    MOVE TODAYS-DATE TO POSTING-DATE
    MOVE TABLE-GL-ACCOUNT-CODE(GL-ACCOUNT-IDX) TO POSTING-ACCOUNT-CODE
    MOVE TABLE-GL-DEBIT-TOTAL(GL-ACCOUNT-IDX) TO POSTING-DEBIT-AMOUNT
    MOVE TABLE-GL-CREDIT-TOTAL(GL-ACCOUNT-IDX) TO POSTING-CREDIT-AMOUNT
    WRITE GL-POSTING-RECORD
    ADD 1 TO POSTINGS-WRITTEN-COUNT.

WRITE-GL-EXTRACT-REPORT.
    OPEN OUTPUT GL-EXTRACT-REPORT-FILE
    MOVE GL-TITLE-LINE-1 TO GL-EXTRACT-REPORT-LINE
    WRITE GL-EXTRACT-REPORT-LINE
    MOVE TODAYS-DATE TO TITLE-DATE
    MOVE GL-TITLE-LINE-2 TO GL-EXTRACT-REPORT-LINE
    WRITE GL-EXTRACT-REPORT-LINE
    MOVE SPACES TO GL-EXTRACT-REPORT-LINE
    WRITE GL-EXTRACT-REPORT-LINE
    MOVE GL-COLUMN-HEADING TO GL-EXTRACT-REPORT-LINE
    WRITE GL-EXTRACT-REPORT-LINE
    PERFORM VARYING GL-ACCOUNT-IDX FROM 1 BY 1
            UNTIL GL-ACCOUNT-IDX > GL-ACCOUNT-COUNT
        MOVE TABLE-GL-ACCOUNT-CODE(GL-ACCOUNT-IDX) TO DETAIL-GL-ACCOUNT
        MOVE TABLE-GL-DEBIT-TOTAL(GL-ACCOUNT-IDX) TO DETAIL-DEBIT
        MOVE TABLE-GL-CREDIT-TOTAL(GL-ACCOUNT-IDX) TO DETAIL-CREDIT
        MOVE GL-DETAIL-LINE TO GL-EXTRACT-REPORT-LINE
        WRITE GL-EXTRACT-REPORT-LINE
    END-PERFORM
    MOVE SPACES TO GL-EXTRACT-REPORT-LINE
    WRITE GL-EXTRACT-REPORT-LINE
    MOVE "TOTALS" TO TOTAL-LABEL
    MOVE TOTAL-DEBITS TO TOTAL-DEBIT-OUT
    MOVE TOTAL-CREDITS TO TOTAL-CREDIT-OUT
    MOVE GL-TOTAL-LINE TO GL-EXTRACT-REPORT-LINE
    WRITE GL-EXTRACT-REPORT-LINE
    MOVE POSTING-DIFFERENCE TO DIFFERENCE-OUT
    MOVE GL-DIFFERENCE-LINE TO GL-EXTRACT-REPORT-LINE
    WRITE GL-EXTRACT-REPORT-LINE
    MOVE SPACES TO GL-EXTRACT-REPORT-LINE
    WRITE GL-EXTRACT-REPORT-LINE
    MOVE "JOURNAL RECORDS READ:" TO COUNT-LABEL
    MOVE JOURNAL-READ-COUNT TO COUNT-VALUE
    MOVE GL-COUNT-LINE TO GL-EXTRACT-REPORT-LINE
    WRITE GL-EXTRACT-REPORT-LINE
    MOVE "MOVEMENT RECORDS READ:" TO COUNT-LABEL
    MOVE MOVEMENT-READ-COUNT TO COUNT-VALUE
    MOVE GL-COUNT-LINE TO GL-EXTRACT-REPORT-LINE
    WRITE GL-EXTRACT-REPORT-LINE
    MOVE "MOVEMENTS ALREADY IN GL:" TO COUNT-LABEL
    MOVE MOVEMENTS-ALREADY-POSTED TO COUNT-VALUE
    MOVE GL-COUNT-LINE TO GL-EXTRACT-REPORT-LINE
    WRITE GL-EXTRACT-REPORT-LINE
    MOVE "GL POSTINGS WRITTEN:" TO COUNT-LABEL
    MOVE POSTINGS-WRITTEN-COUNT TO COUNT-VALUE
    MOVE GL-COUNT-LINE TO GL-EXTRACT-REPORT-LINE
    WRITE GL-EXTRACT-REPORT-LINE
    IF EXTRACT-ACCEPTED
        MOVE "ACCEPTED" TO STATUS-TEXT
    ELSE
        IF EXTRACT-OUT-OF-BALANCE
            MOVE "REJECTED - DEBITS AND CREDITS DO NOT BALANCE"
                TO STATUS-TEXT
        ELSE
            MOVE "REJECTED - ENTRIES COULD NOT BE POSTED"
                TO STATUS-TEXT
        END-IF
    END-IF
    MOVE GL-STATUS-LINE TO GL-EXTRACT-REPORT-LINE
    WRITE GL-EXTRACT-REPORT-LINE
    IF EXCEPTION-COUNT > 0
        MOVE SPACES TO GL-EXTRACT-REPORT-LINE
        WRITE GL-EXTRACT-REPORT-LINE
        MOVE EXCEPTION-HEADING-LINE TO GL-EXTRACT-REPORT-LINE
        WRITE GL-EXTRACT-REPORT-LINE
        PERFORM VARYING EXCEPTION-IDX FROM 1 BY 1
                UNTIL EXCEPTION-IDX > EXCEPTION-COUNT
                    OR EXCEPTION-IDX > MAX-EXCEPTIONS
            PERFORM WRITE-EXCEPTION-LINE
        END-PERFORM
        MOVE "ENTRIES NOT POSTED:" TO COUNT-LABEL
        MOVE EXCEPTION-COUNT TO COUNT-VALUE
        MOVE GL-COUNT-LINE TO GL-EXTRACT-REPORT-LINE
        WRITE GL-EXTRACT-REPORT-LINE
    END-IF
    CLOSE GL-EXTRACT-REPORT-FILE.

WRITE-EXCEPTION-LINE.
    MOVE EXCEPTION-REASON(EXCEPTION-IDX) TO EXCEPTION-DETAIL-REASON
    MOVE EXCEPTION-KEY(EXCEPTION-IDX) TO EXCEPTION-DETAIL-KEY
    MOVE EXCEPTION-TYPE(EXCEPTION-IDX) TO EXCEPTION-DETAIL-TYPE
    MOVE EXCEPTION-AMOUNT(EXCEPTION-IDX) TO EXCEPTION-DETAIL-AMOUNT
    MOVE EXCEPTION-QUANTITY(EXCEPTION-IDX) TO EXCEPTION-DETAIL-QUANTITY
    MOVE EXCEPTION-DETAIL-LINE TO GL-EXTRACT-REPORT-LINE
    WRITE GL-EXTRACT-REPORT-LINE.

READ-BUSINESS-DATE.
    OPEN INPUT BUSINESS-DATE-FILE
    READ BUSINESS-DATE-FILE
        AT END
            CLOSE BUSINESS-DATE-FILE
            DISPLAY "NO BUSINESS DATE ON FILE - RUN ABORTED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-READ
    MOVE CURRENT-BUSINESS-DATE TO TODAYS-DATE
    CLOSE BUSINESS-DATE-FILE.
