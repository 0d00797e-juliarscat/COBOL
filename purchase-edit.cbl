        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EDIT-REPORT-FILE ASSIGN TO "EDIT-REPORT-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSINESS-DATE-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
    BLOCK CONTAINS 0 RECORDS.
01  EDIT-REPORT-LINE PIC X(80).

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  EOF-PURCHASE-SWITCH PIC X VALUE "N".
    88  EOF-PURCHASE VALUE "Y".
    05  COUNT-VALUE PIC ZZZZ9.

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
OPEN INPUT BOOK-FILE
OPEN INPUT PURCHASE-FILE
OPEN OUTPUT VALIDATED-PURCHASE-FILE
    MOVE REJECTED-COUNT TO COUNT-VALUE
    MOVE EDIT-COUNT-LINE TO EDIT-REPORT-LINE
    WRITE EDIT-REPORT-LINE.

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
