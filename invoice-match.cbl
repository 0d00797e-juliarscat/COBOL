IDENTIFICATION DIVISION.
PROGRAM-ID. INVOICE-MATCH.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PO-DETAIL-FILE ASSIGN TO "PO-DETAIL-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT BOOK-FILE ASSIGN TO "BOOK-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PUBLISHER-FILE ASSIGN TO "PUBLISHER-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT INVOICE-FILE ASSIGN TO "INVOICE-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL INVOICE-HISTORY-FILE
        ASSIGN TO "INVOICE-HISTORY-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT APPROVED-PAYMENT-FILE ASSIGN TO "APPROVED-PAYMENT-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT HELD-INVOICE-REPORT-FILE ASSIGN TO "HELD-INVOICE-REPORT-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSINESS-DATE-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  PO-DETAIL-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  PO-DETAIL-RECORD.
    05  PO-DETAIL-PO-NUMBER PIC 9(3).
    05  PO-DETAIL-ISBN PIC 9(13).
    05  PO-DETAIL-ORDERED-QUANTITY PIC 9(5).
    05  PO-DETAIL-RECEIVED-QUANTITY PIC 9(5).
    05  PO-DETAIL-STATUS PIC X(1).
        88  PO-LINE-OPEN VALUE "O".
        88  PO-LINE-RECEIVED VALUE "R".
    05  PO-DETAIL-PUBLISHER-ID PIC 9(10).
    05  PO-DETAIL-ORDER-DATE PIC 9(8).
    05  PO-DETAIL-LAST-RECEIPT-DATE PIC 9(8).

FD  BOOK-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BOOK-RECORD.
    05  BOOK-TITLE PIC X(30).
    05  ISBN PIC 9(13).
    05  PUBLISHER-ID PIC 9(10).
    05  UNIT-PRICE PIC 9(3)V99.
    05  UNIT-COST PIC 9(3)V99.

FD  PUBLISHER-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  PUBLISHER-RECORD.
    05  PUBLISHER-ID PIC 9(10).
    05  PUBLISHER-NAME PIC X(30).
    05  PUBLISHER-ADDRESS PIC X(30).

FD  INVOICE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  INVOICE-RECORD.
    05  INVOICE-NUMBER PIC X(12).
    05  INVOICE-PO-NUMBER PIC 9(3).
    05  INVOICE-ISBN PIC 9(13).
    05  INVOICE-QUANTITY-BILLED PIC 9(5).
    05  INVOICE-UNIT-PRICE-BILLED PIC 9(3)V99.

FD  INVOICE-HISTORY-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  INVOICE-HISTORY-RECORD.
    05  HISTORY-PUBLISHER-ID PIC 9(10).
    05  HISTORY-INVOICE-NUMBER PIC X(12).
    05  HISTORY-PO-NUMBER PIC 9(3).
    05  HISTORY-ISBN PIC 9(13).
    05  HISTORY-QUANTITY-BILLED PIC 9(5).
    05  HISTORY-UNIT-PRICE-BILLED PIC 9(3)V99.
    05  HISTORY-APPROVED-DATE PIC 9(8).

FD  APPROVED-PAYMENT-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  APPROVED-PAYMENT-RECORD.
    05  APPROVED-PUBLISHER-ID PIC 9(10).
    05  APPROVED-INVOICE-NUMBER PIC X(12).
    05  APPROVED-LINE-COUNT PIC 9(3).
    05  APPROVED-AMOUNT PIC 9(9)V99.
    05  APPROVED-DATE PIC 9(8).

FD  HELD-INVOICE-REPORT-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  HELD-INVOICE-REPORT-LINE PIC X(120).

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  TOLERANCE-PERCENT-INPUT PIC 9(3).

01  EOF-PO-DETAIL-SWITCH PIC X VALUE "N".
    88  EOF-PO-DETAIL VALUE "Y".
01  EOF-BOOK-SWITCH PIC X VALUE "N".
    88  EOF-BOOK VALUE "Y".
01  EOF-PUBLISHER-SWITCH PIC X VALUE "N".
    88  EOF-PUBLISHER VALUE "Y".
01  EOF-HISTORY-SWITCH PIC X VALUE "N".
    88  EOF-HISTORY VALUE "Y".
01  EOF-INVOICE-SWITCH PIC X VALUE "N".
    88  EOF-INVOICE VALUE "Y".

01  PO-LINE-FOUND-SWITCH PIC X VALUE "N".
    88  PO-LINE-FOUND VALUE "Y".
01  PO-NUMBER-FOUND-SWITCH PIC X VALUE "N".
    88  PO-NUMBER-FOUND VALUE "Y".
01  BOOK-FOUND-SWITCH PIC X VALUE "N".
    88  BOOK-FOUND VALUE "Y".
01  PUBLISHER-ENTRY-FOUND-SWITCH PIC X VALUE "N".
    88  PUBLISHER-ENTRY-FOUND VALUE "Y".
01  SEEN-INVOICE-FOUND-SWITCH PIC X VALUE "N".
    88  SEEN-INVOICE-FOUND VALUE "Y".
01  PO-TABLE-OVERFLOW-SWITCH PIC X VALUE "N".
    88  PO-TABLE-OVERFLOW VALUE "Y".
01  INVOICE-LINE-OVERFLOW-SWITCH PIC X VALUE "N".
    88  INVOICE-LINE-OVERFLOW VALUE "Y".
01  INVOICE-HELD-SWITCH PIC X VALUE "N".
    88  INVOICE-HELD VALUE "Y".

01  SEARCH-PO-NUMBER PIC 9(3).
01  SEARCH-ISBN PIC 9(13).
01  SEARCH-PUBLISHER-ID PIC 9(10).
01  SEARCH-INVOICE-NUMBER PIC X(12).

01  PO-LINE-COUNT PIC 9(3) VALUE 0.
01  MAX-PO-LINES PIC 9(3) VALUE 500.
01  PO-LINE-TABLE.
    05  PO-LINE-ENTRY OCCURS 500 TIMES INDEXED BY PO-LINE-IDX.
        10  TABLE-PO-NUMBER PIC 9(3).
        10  TABLE-PO-ISBN PIC 9(13).
        10  TABLE-ORDERED-QUANTITY PIC 9(5).
        10  TABLE-RECEIVED-QUANTITY PIC 9(5).
        10  TABLE-PO-PUBLISHER-ID PIC 9(10).
        10  TABLE-BILLED-QUANTITY PIC 9(7).
        10  TABLE-PENDING-QUANTITY PIC 9(7).

01  BOOK-COUNT PIC 9(3) VALUE 0.
01  MAX-BOOKS PIC 9(3) VALUE 500.
01  BOOK-TABLE.
    05  BOOK-ENTRY OCCURS 500 TIMES INDEXED BY BOOK-IDX.
        10  TABLE-BOOK-ISBN PIC 9(13).
        10  TABLE-UNIT-COST PIC 9(3)V99.

01  PUBLISHER-COUNT PIC 9(3) VALUE 0.
01  MAX-PUBLISHERS PIC 9(3) VALUE 100.
01  PUBLISHER-TABLE.
    05  PUBLISHER-ENTRY OCCURS 100 TIMES INDEXED BY PUBLISHER-IDX.
        10  TABLE-PUBLISHER-ID PIC 9(10).
        10  TABLE-PUBLISHER-NAME PIC X(30).
        10  TABLE-HELD-COUNT PIC 9(5).
        10  TABLE-HELD-AMOUNT PIC 9(9)V99.

01  SEEN-INVOICE-COUNT PIC 9(4) VALUE 0.
01  MAX-SEEN-INVOICES PIC 9(4) VALUE 2000.
01  SEEN-INVOICE-TABLE.
    05  SEEN-INVOICE-ENTRY OCCURS 2000 TIMES INDEXED BY SEEN-INVOICE-IDX.
        10  SEEN-PUBLISHER-ID PIC 9(10).
        10  SEEN-INVOICE-NUMBER PIC X(12).

01  CURRENT-INVOICE-NUMBER PIC X(12) VALUE SPACES.
01  CURRENT-PUBLISHER-ID PIC 9(10).
01  CURRENT-INVOICE-AMOUNT PIC 9(9)V99.
01  INVOICE-LINE-COUNT PIC 9(3) VALUE 0.
01  MAX-INVOICE-LINES PIC 9(3) VALUE 50.
01  INVOICE-LINE-TABLE.
    05  INVOICE-LINE-ENTRY OCCURS 50 TIMES INDEXED BY INVOICE-LINE-IDX.
        10  LINE-PO-NUMBER PIC 9(3).
        10  LINE-ISBN PIC 9(13).
        10  LINE-QUANTITY-BILLED PIC 9(5).
        10  LINE-UNIT-PRICE-BILLED PIC 9(3)V99.
        10  LINE-PO-ENTRY PIC 9(3).
        10  LINE-ORDERED-QUANTITY PIC 9(5).
        10  LINE-RECEIVED-QUANTITY PIC 9(5).
        10  LINE-UNIT-COST PIC 9(3)V99.
        10  LINE-HOLD-REASON PIC X(26).

01  HELD-LINE-COUNT PIC 9(3) VALUE 0.
01  MAX-HELD-LINES PIC 9(3) VALUE 500.
01  HELD-LINE-TABLE.
    05  HELD-LINE-ENTRY OCCURS 500 TIMES INDEXED BY HELD-LINE-IDX.
        10  HELD-PUBLISHER-ID PIC 9(10).
        10  HELD-PUBLISHER-KNOWN PIC X(1).
        10  HELD-INVOICE-NUMBER PIC X(12).
        10  HELD-PO-NUMBER PIC 9(3).
        10  HELD-ISBN PIC 9(13).
        10  HELD-QUANTITY-BILLED PIC 9(5).
        10  HELD-RECEIVED-QUANTITY PIC 9(5).
        10  HELD-UNIT-PRICE-BILLED PIC 9(3)V99.
        10  HELD-UNIT-COST PIC 9(3)V99.
        10  HELD-REASON PIC X(26).

01  CUMULATIVE-BILLED-QUANTITY PIC 9(7).
01  PRICE-VARIANCE-PERCENT PIC S9(7)V99.
01  LINE-AMOUNT PIC 9(8)V99.

01  INVOICE-READ-COUNT PIC 9(5) VALUE 0.
01  INVOICE-APPROVED-COUNT PIC 9(5) VALUE 0.
01  INVOICE-HELD-COUNT PIC 9(5) VALUE 0.
01  TOTAL-APPROVED-AMOUNT PIC 9(11)V99 VALUE 0.
01  TOTAL-HELD-AMOUNT PIC 9(11)V99 VALUE 0.
01  UNKNOWN-HELD-COUNT PIC 9(5) VALUE 0.

01  TODAYS-DATE PIC 9(8).

01  HELD-TITLE-LINE-1 PIC X(37)
        VALUE "HELD INVOICE EXCEPTION REPORT".
01  HELD-TITLE-LINE-2.
    05  FILLER PIC X(13) VALUE "REPORT DATE: ".
    05  TITLE-DATE PIC 9(8).
01  HELD-TITLE-LINE-3.
    05  FILLER PIC X(29) VALUE "PRICE VARIANCE TOLERANCE PCT:".
    05  FILLER PIC X(1) VALUE SPACE.
    05  TITLE-TOLERANCE PIC ZZ9.

01  HELD-COLUMN-HEADING.
    05  FILLER PIC X(14) VALUE "INVOICE".
    05  FILLER PIC X(6) VALUE "PO NO".
    05  FILLER PIC X(15) VALUE "ISBN".
    05  FILLER PIC X(8) VALUE "BILLED".
    05  FILLER PIC X(10) VALUE "RECEIVED".
    05  FILLER PIC X(9) VALUE "PRICE".
    05  FILLER PIC X(9) VALUE "COST".
    05  FILLER PIC X(26) VALUE "REASON".

01  PUBLISHER-HEADING-LINE.
    05  FILLER PIC X(11) VALUE "PUBLISHER: ".
    05  HEADING-PUBLISHER-ID PIC 9(10).
    05  FILLER PIC X(2) VALUE SPACES.
    05  HEADING-PUBLISHER-NAME PIC X(30).

01  HELD-DETAIL-LINE.
    05  DETAIL-INVOICE-NUMBER PIC X(12).
    05  FILLER PIC X(2) VALUE SPACES.
    05  DETAIL-PO-NUMBER PIC ZZ9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  DETAIL-ISBN PIC 9(13).
    05  FILLER PIC X(2) VALUE SPACES.
    05  DETAIL-QUANTITY-BILLED PIC ZZZZ9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  DETAIL-RECEIVED-QUANTITY PIC ZZZZ9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  DETAIL-UNIT-PRICE PIC ZZ9.99.
    05  FILLER PIC X(3) VALUE SPACES.
    05  DETAIL-UNIT-COST PIC ZZ9.99.
    05  FILLER PIC X(3) VALUE SPACES.
    05  DETAIL-REASON PIC X(26).

01  PUBLISHER-TOTAL-LINE.
    05  FILLER PIC X(22) VALUE "  LINES HELD:".
    05  PUBLISHER-TOTAL-COUNT PIC ZZZZ9.
    05  FILLER PIC X(5) VALUE SPACES.
    05  FILLER PIC X(14) VALUE "AMOUNT BILLED:".
    05  PUBLISHER-TOTAL-AMOUNT PIC ZZZZZZZZ9.99.

01  UNKNOWN-PUBLISHER-HEADING PIC X(40)
        VALUE "PUBLISHER: NOT IDENTIFIED FROM PO".

01  SUMMARY-COUNT-LINE.
    05  SUMMARY-LABEL PIC X(30).
    05  SUMMARY-COUNT PIC ZZZZ9.
01  SUMMARY-AMOUNT-LINE.
    05  SUMMARY-AMOUNT-LABEL PIC X(30).
    05  SUMMARY-AMOUNT PIC ZZZZZZZZZZ9.99.

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
DISPLAY "Enter price variance tolerance percent: "
ACCEPT TOLERANCE-PERCENT-INPUT
OPEN INPUT PO-DETAIL-FILE
PERFORM UNTIL EOF-PO-DETAIL
    READ PO-DETAIL-FILE
        AT END
            SET EOF-PO-DETAIL TO TRUE
    END-READ
    IF NOT EOF-PO-DETAIL
        PERFORM LOAD-PO-LINE-ENTRY
    END-IF
END-PERFORM
CLOSE PO-DETAIL-FILE
IF PO-TABLE-OVERFLOW
    DISPLAY "PO DETAIL TABLE FULL - INVOICE MATCH RUN ABORTED"
    DISPLAY "NO INVOICES APPROVED FOR PAYMENT"
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
OPEN INPUT PUBLISHER-FILE
PERFORM UNTIL EOF-PUBLISHER
    READ PUBLISHER-FILE
        AT END
            SET EOF-PUBLISHER TO TRUE
    END-READ
    IF NOT EOF-PUBLISHER
        PERFORM LOAD-PUBLISHER-ENTRY
    END-IF
END-PERFORM
CLOSE PUBLISHER-FILE
OPEN INPUT INVOICE-HISTORY-FILE
PERFORM UNTIL EOF-HISTORY
    READ INVOICE-HISTORY-FILE
        AT END
            SET EOF-HISTORY TO TRUE
    END-READ
    IF NOT EOF-HISTORY
        PERFORM LOAD-HISTORY-ENTRY
    END-IF
END-PERFORM
CLOSE INVOICE-HISTORY-FILE
OPEN INPUT INVOICE-FILE
OPEN OUTPUT APPROVED-PAYMENT-FILE
OPEN EXTEND INVOICE-HISTORY-FILE
PERFORM UNTIL EOF-INVOICE
    READ INVOICE-FILE
        AT END
            SET EOF-INVOICE TO TRUE
    END-READ
    IF NOT EOF-INVOICE
        IF INVOICE-NUMBER NOT = CURRENT-INVOICE-NUMBER
           AND INVOICE-LINE-COUNT > 0
            PERFORM MATCH-INVOICE
        END-IF
        PERFORM ADD-INVOICE-LINE
    END-IF
END-PERFORM
IF INVOICE-LINE-COUNT > 0
    PERFORM MATCH-INVOICE
END-IF
CLOSE INVOICE-FILE
CLOSE APPROVED-PAYMENT-FILE
CLOSE INVOICE-HISTORY-FILE
PERFORM WRITE-HELD-INVOICE-REPORT
DISPLAY "INVOICES READ:     " INVOICE-READ-COUNT
DISPLAY "INVOICES APPROVED: " INVOICE-APPROVED-COUNT
DISPLAY "INVOICES HELD:     " INVOICE-HELD-COUNT
STOP RUN.

LOAD-PO-LINE-ENTRY.
    IF PO-LINE-COUNT < MAX-PO-LINES
        ADD 1 TO PO-LINE-COUNT
        SET PO-LINE-IDX TO PO-LINE-COUNT
        MOVE PO-DETAIL-PO-NUMBER TO TABLE-PO-NUMBER(PO-LINE-IDX)
        MOVE PO-DETAIL-ISBN TO TABLE-PO-ISBN(PO-LINE-IDX)
        MOVE PO-DETAIL-ORDERED-QUANTITY TO
            TABLE-ORDERED-QUANTITY(PO-LINE-IDX)
        MOVE PO-DETAIL-RECEIVED-QUANTITY TO
            TABLE-RECEIVED-QUANTITY(PO-LINE-IDX)
        MOVE PO-DETAIL-PUBLISHER-ID TO TABLE-PO-PUBLISHER-ID(PO-LINE-IDX)
        MOVE ZERO TO TABLE-BILLED-QUANTITY(PO-LINE-IDX)
        MOVE ZERO TO TABLE-PENDING-QUANTITY(PO-LINE-IDX)
    ELSE
        SET PO-TABLE-OVERFLOW TO TRUE
    END-IF.

LOAD-BOOK-ENTRY.
    IF BOOK-COUNT < MAX-BOOKS
        ADD 1 TO BOOK-COUNT
        SET BOOK-IDX TO BOOK-COUNT
        MOVE ISBN IN BOOK-RECORD TO TABLE-BOOK-ISBN(BOOK-IDX)
        MOVE UNIT-COST TO TABLE-UNIT-COST(BOOK-IDX)
    ELSE
        DISPLAY "BOOK TABLE FULL - SKIPPING " ISBN IN BOOK-RECORD
    END-IF.

LOAD-PUBLISHER-ENTRY.
    IF PUBLISHER-COUNT < MAX-PUBLISHERS
        ADD 1 TO PUBLISHER-COUNT
        SET PUBLISHER-IDX TO PUBLISHER-COUNT
        MOVE PUBLISHER-ID IN PUBLISHER-RECORD TO
            TABLE-PUBLISHER-ID(PUBLISHER-IDX)
        MOVE PUBLISHER-NAME TO TABLE-PUBLISHER-NAME(PUBLISHER-IDX)
        MOVE ZERO TO TABLE-HELD-COUNT(PUBLISHER-IDX)
        MOVE ZERO TO TABLE-HELD-AMOUNT(PUBLISHER-IDX)
    ELSE
        DISPLAY "PUBLISHER TABLE FULL - SKIPPING "
            PUBLISHER-ID IN PUBLISHER-RECORD
    END-IF.

LOAD-HISTORY-ENTRY.
    MOVE HISTORY-PUBLISHER-ID TO SEARCH-PUBLISHER-ID
    MOVE HISTORY-INVOICE-NUMBER TO SEARCH-INVOICE-NUMBER
    PERFORM FIND-SEEN-INVOICE
    IF NOT SEEN-INVOICE-FOUND
        PERFORM ADD-SEEN-INVOICE
    END-IF
    MOVE HISTORY-PO-NUMBER TO SEARCH-PO-NUMBER
    MOVE HISTORY-ISBN TO SEARCH-ISBN
    PERFORM FIND-PO-LINE-ENTRY
    IF PO-LINE-FOUND
        ADD HISTORY-QUANTITY-BILLED TO TABLE-BILLED-QUANTITY(PO-LINE-IDX)
    END-IF.

ADD-INVOICE-LINE.
    IF INVOICE-LINE-COUNT = 0
        MOVE INVOICE-NUMBER TO CURRENT-INVOICE-NUMBER
        MOVE "N" TO INVOICE-LINE-OVERFLOW-SWITCH
    END-IF
    IF INVOICE-LINE-COUNT < MAX-INVOICE-LINES
        ADD 1 TO INVOICE-LINE-COUNT
        SET INVOICE-LINE-IDX TO INVOICE-LINE-COUNT
        MOVE INVOICE-PO-NUMBER TO LINE-PO-NUMBER(INVOICE-LINE-IDX)
        MOVE INVOICE-ISBN TO LINE-ISBN(INVOICE-LINE-IDX)
        MOVE INVOICE-QUANTITY-BILLED TO
            LINE-QUANTITY-BILLED(INVOICE-LINE-IDX)
        MOVE INVOICE-UNIT-PRICE-BILLED TO
            LINE-UNIT-PRICE-BILLED(INVOICE-LINE-IDX)
        MOVE ZERO TO LINE-PO-ENTRY(INVOICE-LINE-IDX)
        MOVE ZERO TO LINE-ORDERED-QUANTITY(INVOICE-LINE-IDX)
        MOVE ZERO TO LINE-RECEIVED-QUANTITY(INVOICE-LINE-IDX)
        MOVE ZERO TO LINE-UNIT-COST(INVOICE-LINE-IDX)
        MOVE SPACES TO LINE-HOLD-REASON(INVOICE-LINE-IDX)
    ELSE
        SET INVOICE-LINE-OVERFLOW TO TRUE
    END-IF.

MATCH-INVOICE.
    ADD 1 TO INVOICE-READ-COUNT
    MOVE "N" TO INVOICE-HELD-SWITCH
    MOVE ZERO TO CURRENT-PUBLISHER-ID
    MOVE ZERO TO CURRENT-INVOICE-AMOUNT
    PERFORM VARYING INVOICE-LINE-IDX FROM 1 BY 1
            UNTIL INVOICE-LINE-IDX > INVOICE-LINE-COUNT
        PERFORM MATCH-INVOICE-LINE
    END-PERFORM
    IF INVOICE-LINE-OVERFLOW
        SET INVOICE-HELD TO TRUE
        PERFORM VARYING INVOICE-LINE-IDX FROM 1 BY 1
                UNTIL INVOICE-LINE-IDX > INVOICE-LINE-COUNT
            IF LINE-HOLD-REASON(INVOICE-LINE-IDX) = SPACES
                MOVE "TOO MANY LINES ON INVOICE" TO
                    LINE-HOLD-REASON(INVOICE-LINE-IDX)
            END-IF
        END-PERFORM
    END-IF
    MOVE CURRENT-PUBLISHER-ID TO SEARCH-PUBLISHER-ID
    MOVE CURRENT-INVOICE-NUMBER TO SEARCH-INVOICE-NUMBER
    PERFORM FIND-SEEN-INVOICE
    IF SEEN-INVOICE-FOUND
        SET INVOICE-HELD TO TRUE
        PERFORM VARYING INVOICE-LINE-IDX FROM 1 BY 1
                UNTIL INVOICE-LINE-IDX > INVOICE-LINE-COUNT
            MOVE "DUPLICATE INVOICE NUMBER" TO
                LINE-HOLD-REASON(INVOICE-LINE-IDX)
        END-PERFORM
    ELSE
        PERFORM ADD-SEEN-INVOICE
    END-IF
    IF INVOICE-HELD
        PERFORM HOLD-INVOICE
    ELSE
        PERFORM APPROVE-INVOICE
    END-IF
    MOVE ZERO TO INVOICE-LINE-COUNT.

MATCH-INVOICE-LINE.
    COMPUTE LINE-AMOUNT =
        LINE-QUANTITY-BILLED(INVOICE-LINE-IDX) *
        LINE-UNIT-PRICE-BILLED(INVOICE-LINE-IDX)
    ADD LINE-AMOUNT TO CURRENT-INVOICE-AMOUNT
    MOVE LINE-PO-NUMBER(INVOICE-LINE-IDX) TO SEARCH-PO-NUMBER
    MOVE LINE-ISBN(INVOICE-LINE-IDX) TO SEARCH-ISBN
    PERFORM FIND-PO-LINE-ENTRY
    IF NOT PO-LINE-FOUND
        SET INVOICE-HELD TO TRUE
        IF PO-NUMBER-FOUND
            MOVE "ISBN NOT ON PO" TO LINE-HOLD-REASON(INVOICE-LINE-IDX)
        ELSE
            MOVE "UNKNOWN PO NUMBER" TO LINE-HOLD-REASON(INVOICE-LINE-IDX)
        END-IF
    ELSE
        SET LINE-PO-ENTRY(INVOICE-LINE-IDX) TO PO-LINE-IDX
        MOVE TABLE-ORDERED-QUANTITY(PO-LINE-IDX) TO
            LINE-ORDERED-QUANTITY(INVOICE-LINE-IDX)
        MOVE TABLE-RECEIVED-QUANTITY(PO-LINE-IDX) TO
            LINE-RECEIVED-QUANTITY(INVOICE-LINE-IDX)
        IF CURRENT-PUBLISHER-ID = 0
            MOVE TABLE-PO-PUBLISHER-ID(PO-LINE-IDX) TO
                CURRENT-PUBLISHER-ID
        END-IF
        ADD LINE-QUANTITY-BILLED(INVOICE-LINE-IDX) TO
            TABLE-PENDING-QUANTITY(PO-LINE-IDX)
        COMPUTE CUMULATIVE-BILLED-QUANTITY =
            TABLE-BILLED-QUANTITY(PO-LINE-IDX) +
            TABLE-PENDING-QUANTITY(PO-LINE-IDX)
        PERFORM CHECK-LINE-PRICE
        IF CUMULATIVE-BILLED-QUANTITY >
           TABLE-RECEIVED-QUANTITY(PO-LINE-IDX)
            SET INVOICE-HELD TO TRUE
            MOVE "BILLED OVER RECEIVED" TO
                LINE-HOLD-REASON(INVOICE-LINE-IDX)
        ELSE
            IF CUMULATIVE-BILLED-QUANTITY >
               TABLE-ORDERED-QUANTITY(PO-LINE-IDX)
                SET INVOICE-HELD TO TRUE
                MOVE "BILLED OVER ORDERED" TO
                    LINE-HOLD-REASON(INVOICE-LINE-IDX)
            END-IF
        END-IF
    END-IF.

CHECK-LINE-PRICE.
    MOVE LINE-ISBN(INVOICE-LINE-IDX) TO SEARCH-ISBN
    PERFORM FIND-BOOK-ENTRY
    IF NOT BOOK-FOUND
        SET INVOICE-HELD TO TRUE
        MOVE "NO BOOK COST ON FILE" TO LINE-HOLD-REASON(INVOICE-LINE-IDX)
    ELSE
        MOVE TABLE-UNIT-COST(BOOK-IDX) TO LINE-UNIT-COST(INVOICE-LINE-IDX)
        IF TABLE-UNIT-COST(BOOK-IDX) = 0
            IF LINE-UNIT-PRICE-BILLED(INVOICE-LINE-IDX) > 0
                SET INVOICE-HELD TO TRUE
                MOVE "PRICE VARIANCE" TO
                    LINE-HOLD-REASON(INVOICE-LINE-IDX)
            END-IF
        ELSE
            COMPUTE PRICE-VARIANCE-PERCENT ROUNDED =
                (LINE-UNIT-PRICE-BILLED(INVOICE-LINE-IDX) -
                 TABLE-UNIT-COST(BOOK-IDX)) * 100 /
                TABLE-UNIT-COST(BOOK-IDX)
                ON SIZE ERROR
                    MOVE 9999999.99 TO PRICE-VARIANCE-PERCENT
            END-COMPUTE
            IF PRICE-VARIANCE-PERCENT < 0
                COMPUTE PRICE-VARIANCE-PERCENT =
                    0 - PRICE-VARIANCE-PERCENT
            END-IF
            IF PRICE-VARIANCE-PERCENT > TOLERANCE-PERCENT-INPUT
                SET INVOICE-HELD TO TRUE
                MOVE "PRICE VARIANCE" TO
                    LINE-HOLD-REASON(INVOICE-LINE-IDX)
            END-IF
        END-IF
    END-IF.

APPROVE-INVOICE.
    PERFORM VARYING INVOICE-LINE-IDX FROM 1 BY 1
            UNTIL INVOICE-LINE-IDX > INVOICE-LINE-COUNT
        SET PO-LINE-IDX TO LINE-PO-ENTRY(INVOICE-LINE-IDX)
        ADD LINE-QUANTITY-BILLED(INVOICE-LINE-IDX) TO
            TABLE-BILLED-QUANTITY(PO-LINE-IDX)
        MOVE ZERO TO TABLE-PENDING-QUANTITY(PO-LINE-IDX)
        MOVE CURRENT-PUBLISHER-ID TO HISTORY-PUBLISHER-ID
        MOVE CURRENT-INVOICE-NUMBER TO HISTORY-INVOICE-NUMBER
        MOVE LINE-PO-NUMBER(INVOICE-LINE-IDX) TO HISTORY-PO-NUMBER
        MOVE LINE-ISBN(INVOICE-LINE-IDX) TO HISTORY-ISBN
        MOVE LINE-QUANTITY-BILLED(INVOICE-LINE-IDX) TO
            HISTORY-QUANTITY-BILLED
        MOVE LINE-UNIT-PRICE-BILLED(INVOICE-LINE-IDX) TO
            HISTORY-UNIT-PRICE-BILLED
        MOVE TODAYS-DATE TO HISTORY-APPROVED-DATE
        WRITE INVOICE-HISTORY-RECORD
    END-PERFORM
    MOVE CURRENT-PUBLISHER-ID TO APPROVED-PUBLISHER-ID
    MOVE CURRENT-INVOICE-NUMBER TO APPROVED-INVOICE-NUMBER
    MOVE INVOICE-LINE-COUNT TO APPROVED-LINE-COUNT
    MOVE CURRENT-INVOICE-AMOUNT TO APPROVED-AMOUNT
    MOVE TODAYS-DATE TO APPROVED-DATE
    WRITE APPROVED-PAYMENT-RECORD
    ADD 1 TO INVOICE-APPROVED-COUNT
    ADD CURRENT-INVOICE-AMOUNT TO TOTAL-APPROVED-AMOUNT.

HOLD-INVOICE.
    ADD 1 TO INVOICE-HELD-COUNT
    ADD CURRENT-INVOICE-AMOUNT TO TOTAL-HELD-AMOUNT
    MOVE CURRENT-PUBLISHER-ID TO SEARCH-PUBLISHER-ID
    PERFORM FIND-PUBLISHER-ENTRY
    IF PUBLISHER-ENTRY-FOUND
        ADD CURRENT-INVOICE-AMOUNT TO TABLE-HELD-AMOUNT(PUBLISHER-IDX)
    END-IF
    PERFORM VARYING INVOICE-LINE-IDX FROM 1 BY 1
            UNTIL INVOICE-LINE-IDX > INVOICE-LINE-COUNT
        IF LINE-PO-ENTRY(INVOICE-LINE-IDX) > 0
            SET PO-LINE-IDX TO LINE-PO-ENTRY(INVOICE-LINE-IDX)
            MOVE ZERO TO TABLE-PENDING-QUANTITY(PO-LINE-IDX)
        END-IF
        IF LINE-HOLD-REASON(INVOICE-LINE-IDX) = SPACES
            MOVE "OTHER LINE ON INVOICE HELD" TO
                LINE-HOLD-REASON(INVOICE-LINE-IDX)
        END-IF
        PERFORM ADD-HELD-LINE
    END-PERFORM.

ADD-HELD-LINE.
    IF HELD-LINE-COUNT < MAX-HELD-LINES
        ADD 1 TO HELD-LINE-COUNT
        SET HELD-LINE-IDX TO HELD-LINE-COUNT
        MOVE CURRENT-PUBLISHER-ID TO HELD-PUBLISHER-ID(HELD-LINE-IDX)
        IF PUBLISHER-ENTRY-FOUND
            MOVE "Y" TO HELD-PUBLISHER-KNOWN(HELD-LINE-IDX)
            ADD 1 TO TABLE-HELD-COUNT(PUBLISHER-IDX)
        ELSE
            MOVE "N" TO HELD-PUBLISHER-KNOWN(HELD-LINE-IDX)
            ADD 1 TO UNKNOWN-HELD-COUNT
        END-IF
        MOVE CURRENT-INVOICE-NUMBER TO HELD-INVOICE-NUMBER(HELD-LINE-IDX)
        MOVE LINE-PO-NUMBER(INVOICE-LINE-IDX) TO
            HELD-PO-NUMBER(HELD-LINE-IDX)
        MOVE LINE-ISBN(INVOICE-LINE-IDX) TO HELD-ISBN(HELD-LINE-IDX)
        MOVE LINE-QUANTITY-BILLED(INVOICE-LINE-IDX) TO
            HELD-QUANTITY-BILLED(HELD-LINE-IDX)
        MOVE LINE-RECEIVED-QUANTITY(INVOICE-LINE-IDX) TO
            HELD-RECEIVED-QUANTITY(HELD-LINE-IDX)
        MOVE LINE-UNIT-PRICE-BILLED(INVOICE-LINE-IDX) TO
            HELD-UNIT-PRICE-BILLED(HELD-LINE-IDX)
        MOVE LINE-UNIT-COST(INVOICE-LINE-IDX) TO
            HELD-UNIT-COST(HELD-LINE-IDX)
        MOVE LINE-HOLD-REASON(INVOICE-LINE-IDX) TO
            HELD-REASON(HELD-LINE-IDX)
    ELSE
        DISPLAY "HELD LINE TABLE FULL - SKIPPING "
            CURRENT-INVOICE-NUMBER
    END-IF.

FIND-PO-LINE-ENTRY.
    MOVE "N" TO PO-LINE-FOUND-SWITCH
    MOVE "N" TO PO-NUMBER-FOUND-SWITCH
    PERFORM VARYING PO-LINE-IDX FROM 1 BY 1
            UNTIL PO-LINE-IDX > PO-LINE-COUNT
                OR PO-LINE-FOUND
        IF TABLE-PO-NUMBER(PO-LINE-IDX) = SEARCH-PO-NUMBER
            SET PO-NUMBER-FOUND TO TRUE
            IF TABLE-PO-ISBN(PO-LINE-IDX) = SEARCH-ISBN
                SET PO-LINE-FOUND TO TRUE
            END-IF
        END-IF
    END-PERFORM
    IF PO-LINE-FOUND
        SET PO-LINE-IDX DOWN BY 1
    END-IF.

FIND-BOOK-ENTRY.
    MOVE "N" TO BOOK-FOUND-SWITCH
    PERFORM VARYING BOOK-IDX FROM 1 BY 1
            UNTIL BOOK-IDX > BOOK-COUNT
                OR BOOK-FOUND
        IF TABLE-BOOK-ISBN(BOOK-IDX) = SEARCH-ISBN
            SET BOOK-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF BOOK-FOUND
        SET BOOK-IDX DOWN BY 1
    END-IF.

FIND-PUBLISHER-ENTRY.
    MOVE "N" TO PUBLISHER-ENTRY-FOUND-SWITCH
    PERFORM VARYING PUBLISHER-IDX FROM 1 BY 1
            UNTIL PUBLISHER-IDX > PUBLISHER-COUNT
                OR PUBLISHER-ENTRY-FOUND
        IF TABLE-PUBLISHER-ID(PUBLISHER-IDX) = SEARCH-PUBLISHER-ID
            SET PUBLISHER-ENTRY-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF PUBLISHER-ENTRY-FOUND
        SET PUBLISHER-IDX DOWN BY 1
    END-IF.

FIND-SEEN-INVOICE.
    MOVE "N" TO SEEN-INVOICE-FOUND-SWITCH
    PERFORM VARYING SEEN-INVOICE-IDX FROM 1 BY 1
            UNTIL SEEN-INVOICE-IDX > SEEN-INVOICE-COUNT
                OR SEEN-INVOICE-FOUND
        IF SEEN-PUBLISHER-ID(SEEN-INVOICE-IDX) = SEARCH-PUBLISHER-ID
           AND SEEN-INVOICE-NUMBER(SEEN-INVOICE-IDX) =
               SEARCH-INVOICE-NUMBER
            SET SEEN-INVOICE-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF SEEN-INVOICE-FOUND
        SET SEEN-INVOICE-IDX DOWN BY 1
    END-IF.

ADD-SEEN-INVOICE.
    IF SEEN-INVOICE-COUNT < MAX-SEEN-INVOICES
        ADD 1 TO SEEN-INVOICE-COUNT
        SET SEEN-INVOICE-IDX TO SEEN-INVOICE-COUNT
        MOVE SEARCH-PUBLISHER-ID TO SEEN-PUBLISHER-ID(SEEN-INVOICE-IDX)
        MOVE SEARCH-INVOICE-NUMBER TO
            SEEN-INVOICE-NUMBER(SEEN-INVOICE-IDX)
    ELSE
        DISPLAY "INVOICE NUMBER TABLE FULL - SKIPPING "
            SEARCH-INVOICE-NUMBER
    END-IF.

WRITE-HELD-INVOICE-REPORT.
    OPEN OUTPUT HELD-INVOICE-REPORT-FILE
    MOVE HELD-TITLE-LINE-1 TO HELD-INVOICE-REPORT-LINE
    WRITE HELD-INVOICE-REPORT-LINE
    MOVE TODAYS-DATE TO TITLE-DATE
    MOVE HELD-TITLE-LINE-2 TO HELD-INVOICE-REPORT-LINE
    WRITE HELD-INVOICE-REPORT-LINE
    MOVE TOLERANCE-PERCENT-INPUT TO TITLE-TOLERANCE
    MOVE HELD-TITLE-LINE-3 TO HELD-INVOICE-REPORT-LINE
    WRITE HELD-INVOICE-REPORT-LINE
    PERFORM VARYING PUBLISHER-IDX FROM 1 BY 1
            UNTIL PUBLISHER-IDX > PUBLISHER-COUNT
        IF TABLE-HELD-COUNT(PUBLISHER-IDX) > 0
            PERFORM WRITE-PUBLISHER-GROUP
        END-IF
    END-PERFORM
    IF UNKNOWN-HELD-COUNT > 0
        MOVE SPACES TO HELD-INVOICE-REPORT-LINE
        WRITE HELD-INVOICE-REPORT-LINE
        MOVE UNKNOWN-PUBLISHER-HEADING TO HELD-INVOICE-REPORT-LINE
        WRITE HELD-INVOICE-REPORT-LINE
        MOVE HELD-COLUMN-HEADING TO HELD-INVOICE-REPORT-LINE
        WRITE HELD-INVOICE-REPORT-LINE
        PERFORM VARYING HELD-LINE-IDX FROM 1 BY 1
                UNTIL HELD-LINE-IDX > HELD-LINE-COUNT
            IF HELD-PUBLISHER-KNOWN(HELD-LINE-IDX) = "N"
                PERFORM WRITE-HELD-DETAIL-LINE
            END-IF
        END-PERFORM
    END-IF
    MOVE SPACES TO HELD-INVOICE-REPORT-LINE
    WRITE HELD-INVOICE-REPORT-LINE
    MOVE "INVOICES READ:" TO SUMMARY-LABEL
    MOVE INVOICE-READ-COUNT TO SUMMARY-COUNT
    MOVE SUMMARY-COUNT-LINE TO HELD-INVOICE-REPORT-LINE
    WRITE HELD-INVOICE-REPORT-LINE
    MOVE "INVOICES APPROVED FOR PAYMENT:" TO SUMMARY-LABEL
    MOVE INVOICE-APPROVED-COUNT TO SUMMARY-COUNT
    MOVE SUMMARY-COUNT-LINE TO HELD-INVOICE-REPORT-LINE
    WRITE HELD-INVOICE-REPORT-LINE
    MOVE "AMOUNT APPROVED:" TO SUMMARY-AMOUNT-LABEL
    MOVE TOTAL-APPROVED-AMOUNT TO SUMMARY-AMOUNT
    MOVE SUMMARY-AMOUNT-LINE TO HELD-INVOICE-REPORT-LINE
    WRITE HELD-INVOICE-REPORT-LINE
    MOVE "INVOICES HELD:" TO SUMMARY-LABEL
    MOVE INVOICE-HELD-COUNT TO SUMMARY-COUNT
    MOVE SUMMARY-COUNT-LINE TO HELD-INVOICE-REPORT-LINE
    WRITE HELD-INVOICE-REPORT-LINE
    MOVE "AMOUNT HELD:" TO SUMMARY-AMOUNT-LABEL
    MOVE TOTAL-HELD-AMOUNT TO SUMMARY-AMOUNT
    MOVE SUMMARY-AMOUNT-LINE TO HELD-INVOICE-REPORT-LINE
    WRITE HELD-INVOICE-REPORT-LINE
    CLOSE HELD-INVOICE-REPORT-FILE.

WRITE-PUBLISHER-GROUP.
    MOVE SPACES TO HELD-INVOICE-REPORT-LINE
    WRITE HELD-INVOICE-REPORT-LINE
    MOVE TABLE-PUBLISHER-ID(PUBLISHER-IDX) TO HEADING-PUBLISHER-ID
    MOVE TABLE-PUBLISHER-NAME(PUBLISHER-IDX) TO HEADING-PUBLISHER-NAME
    MOVE PUBLISHER-HEADING-LINE TO HELD-INVOICE-REPORT-LINE
    WRITE HELD-INVOICE-REPORT-LINE
    MOVE HELD-COLUMN-HEADING TO HELD-INVOICE-REPORT-LINE
    WRITE HELD-INVOICE-REPORT-LINE
    PERFORM VARYING HELD-LINE-IDX FROM 1 BY 1
            UNTIL HELD-LINE-IDX > HELD-LINE-COUNT
        IF HELD-PUBLISHER-KNOWN(HELD-LINE-IDX) = "Y"
           AND HELD-PUBLISHER-ID(HELD-LINE-IDX) =
               TABLE-PUBLISHER-ID(PUBLISHER-IDX)
            PERFORM WRITE-HELD-DETAIL-LINE
        END-IF
    END-PERFORM
    MOVE TABLE-HELD-COUNT(PUBLISHER-IDX) TO PUBLISHER-TOTAL-COUNT
    MOVE TABLE-HELD-AMOUNT(PUBLISHER-IDX) TO PUBLISHER-TOTAL-AMOUNT
    MOVE PUBLISHER-TOTAL-LINE TO HELD-INVOICE-REPORT-LINE
    WRITE HELD-INVOICE-REPORT-LINE.

WRITE-HELD-DETAIL-LINE.
    MOVE HELD-INVOICE-NUMBER(HELD-LINE-IDX) TO DETAIL-INVOICE-NUMBER
    MOVE HELD-PO-NUMBER(HELD-LINE-IDX) TO DETAIL-PO-NUMBER
    MOVE HELD-ISBN(HELD-LINE-IDX) TO DETAIL-ISBN
    MOVE HELD-QUANTITY-BILLED(HELD-LINE-IDX) TO DETAIL-QUANTITY-BILLED
    MOVE HELD-RECEIVED-QUANTITY(HELD-LINE-IDX) TO
        DETAIL-RECEIVED-QUANTITY
    MOVE HELD-UNIT-PRICE-BILLED(HELD-LINE-IDX) TO DETAIL-UNIT-PRICE
    MOVE HELD-UNIT-COST(HELD-LINE-IDX) TO DETAIL-UNIT-COST
    MOVE HELD-REASON(HELD-LINE-IDX) TO DETAIL-REASON
    MOVE HELD-DETAIL-LINE TO HELD-INVOICE-REPORT-LINE
    WRITE HELD-INVOICE-REPORT-LINE.

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
