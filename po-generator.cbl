        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PO-DETAIL-FILE ASSIGN TO "PO-DETAIL-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSINESS-DATE-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
    05  PO-DETAIL-ORDER-DATE PIC 9(8).
    05  PO-DETAIL-LAST-RECEIPT-DATE PIC 9(8).

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  SEMESTER-NUMBER-INPUT PIC 9.

    05  TOTAL-AMOUNT PIC ZZZZZZZZ9.99.

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
DISPLAY "Enter semester number (1 or 2): "
ACCEPT SEMESTER-NUMBER-INPUT
OPEN INPUT PUBLISHER-FILE
    WRITE PO-LINE
    WRITE PO-LINE
    ADD 3 TO PO-LINE-COUNT.

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
