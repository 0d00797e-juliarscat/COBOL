    SELECT INVENTORY-MOVEMENT-JOURNAL
        ASSIGN TO "INVENTORY-MOVEMENT-JOURNAL"
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

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  EOF-PO-DETAIL-SWITCH PIC X VALUE "N".
    05  FILLER PIC X(25) VALUE "NO OPEN PO LINE MATCHED".

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
OPEN INPUT PO-DETAIL-FILE
PERFORM UNTIL EOF-PO-DETAIL
    READ PO-DETAIL-FILE
IF PO-TABLE-OVERFLOW
    DISPLAY "PO DETAIL TABLE FULL - RECEIVING RUN ABORTED"
    DISPLAY "PO-DETAIL-FILE LEFT UNCHANGED - NOTHING POSTED"
    MOVE 8 TO RETURN-CODE
    STOP RUN
END-IF
OPEN INPUT RECEIPT-FILE
        MOVE RECEIPT-DATE TO MOVEMENT-DATE
    END-IF
    MOVE "RECEIVING" TO MOVEMENT-SOURCE
    MOVE SPACES TO MOVEMENT-ADJUST-SIGN
    MOVE SPACES TO MOVEMENT-REASON-CODE
    WRITE MOVEMENT-RECORD.

WRITE-REPORT-HEADER.
    MOVE TABLE-LAST-RECEIPT-DATE(PO-LINE-IDX) TO
        PO-DETAIL-LAST-RECEIPT-DATE
    WRITE PO-DETAIL-RECORD.

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
