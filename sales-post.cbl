        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DAILY-SALES-REPORT-FILE ASSIGN TO "DAILY-SALES-REPORT-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSINESS-DATE-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

FD  STOCK-STATUS-REPORT-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  DAILY-SALES-REPORT-LINE PIC X(100).

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  EOF-SALES-SWITCH PIC X VALUE "N".
    88  EOF-SALES VALUE "Y".
    05  EXCEPTION-DETAIL-UNITS PIC ZZZZZZ9.

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
OPEN INPUT BOOK-FILE
PERFORM UNTIL EOF-BOOK
    READ BOOK-FILE
    MOVE POSTED-QUANTITY TO MOVEMENT-QUANTITY
    MOVE TODAYS-DATE TO MOVEMENT-DATE
    MOVE "REGISTER" TO MOVEMENT-SOURCE
    MOVE SPACES TO MOVEMENT-ADJUST-SIGN
    MOVE SPACES TO MOVEMENT-REASON-CODE
    WRITE MOVEMENT-RECORD
    ADD 1 TO SALES-POSTED-COUNT
    PERFORM ACCUMULATE-SALE-VALUE.
    END-IF
    MOVE STOCK-STATUS-DETAIL-LINE TO STOCK-STATUS-REPORT-LINE
    WRITE STOCK-STATUS-REPORT-LINE.

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
