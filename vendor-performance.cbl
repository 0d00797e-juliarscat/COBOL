        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT VENDOR-REPORT-FILE ASSIGN TO "VENDOR-REPORT-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSINESS-DATE-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
    BLOCK CONTAINS 0 RECORDS.
01  VENDOR-REPORT-LINE PIC X(120).

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  OPEN-AGE-DAYS-INPUT PIC 9(3).

    05  FILLER PIC X(32) VALUE "PO LINES FOR UNKNOWN PUBLISHER".

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
DISPLAY "Enter open line age in days: "
ACCEPT OPEN-AGE-DAYS-INPUT
MOVE TODAYS-DATE TO CONVERT-DATE-SPLIT
    WRITE VENDOR-REPORT-LINE
    MOVE VENDOR-COLUMN-HEADING TO VENDOR-REPORT-LINE
    WRITE VENDOR-REPORT-LINE.

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
