        RECORD KEY IS OPERATOR-ID.
    SELECT SECURITY-JOURNAL ASSIGN TO "SECURITY-JOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSINESS-DATE-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
    05  SECURITY-DATE PIC 9(8).
    05  SECURITY-TIME PIC 9(8).

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  OPERATOR-ID-INPUT PIC X(8).
01  OPERATOR-PASSWORD-INPUT PIC X(8).
    05  DETAIL-STATUS PIC X(8).

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
OPEN INPUT OPERATOR-FILE
OPEN EXTEND SECURITY-JOURNAL
PERFORM OPERATOR-SIGN-ON
WRITE-SECURITY-RECORD.
    MOVE SPACES TO SECURITY-OPERATOR-ID
    MOVE OPERATOR-ID-INPUT TO SECURITY-OPERATOR-ID
    MOVE TODAYS-DATE TO SECURITY-DATE
    ACCEPT SECURITY-TIME FROM TIME
    WRITE SECURITY-JOURNAL-RECORD.

        MOVE REPLENISHMENT-DETAIL-LINE TO REPLENISHMENT-REPORT-LINE
        WRITE REPLENISHMENT-REPORT-LINE
    END-IF.

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
