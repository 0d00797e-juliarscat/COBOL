        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPENING-ISBN.
    SELECT GL-MOVEMENT-CONTROL-FILE
        ASSIGN TO "GL-MOVEMENT-CONTROL-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT INVENTORY-CLOSE-REPORT-FILE
        ASSIGN TO "INVENTORY-CLOSE-REPORT-FILE"
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

FD  MOVEMENT-HISTORY-FILE
    LABEL RECORDS ARE OMITTED
    05  MOVEMENT-HISTORY-QUANTITY PIC 9(5).
    05  MOVEMENT-HISTORY-DATE PIC 9(8).
    05  MOVEMENT-HISTORY-SOURCE PIC X(10).
    05  MOVEMENT-HISTORY-ADJUST-SIGN PIC X(1).
    05  MOVEMENT-HISTORY-REASON-CODE PIC X(2).

FD  INVENTORY-FILE
    LABEL RECORDS ARE OMITTED
    05  OPENING-ISBN PIC 9(13).
    05  OPENING-QUANTITY PIC 9(5).

FD  GL-MOVEMENT-CONTROL-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  GL-MOVEMENT-CONTROL-RECORD.
    05  CONTROL-MOVEMENTS-POSTED PIC 9(7).
    05  CONTROL-POSTING-DATE PIC 9(8).
    05  CONTROL-PRIOR-MOVEMENTS-POSTED PIC 9(7).

FD  INVENTORY-CLOSE-REPORT-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  INVENTORY-CLOSE-REPORT-LINE PIC X(100).

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  CLOSE-PERIOD-INPUT PIC 9(6).

01  QUANTITY-VARIANCE PIC S9(7).
01  VARIANCE-COUNT PIC 9(3) VALUE 0.
01  ARCHIVED-COUNT PIC 9(5) VALUE 0.
01  ADJUSTMENT-COUNT PIC 9(5) VALUE 0.
01  ROLLED-COUNT PIC 9(5) VALUE 0.

01  TODAYS-DATE PIC 9(8).
    05  TRAILER-COUNT PIC ZZZ9.

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
DISPLAY "Enter close period (YYYYMM): "
ACCEPT CLOSE-PERIOD-INPUT
MOVE CLOSE-PERIOD-INPUT TO HISTORY-NAME-PERIOD
IF ISBN-TABLE-OVERFLOW
    DISPLAY "ISBN TOTALS TABLE FULL - CLOSE RUN ABORTED"
    DISPLAY "MOVEMENT JOURNAL LEFT UNCHANGED - NOTHING CLOSED"
    MOVE 8 TO RETURN-CODE
    STOP RUN
END-IF
OPEN INPUT INVENTORY-FILE
PERFORM CLEAR-MOVEMENT-JOURNAL
PERFORM ROLL-OPENING-QUANTITIES
DISPLAY "MOVEMENT RECORDS ARCHIVED: " ARCHIVED-COUNT
DISPLAY "STOCK ADJUSTMENTS APPLIED: " ADJUSTMENT-COUNT
DISPLAY "OPENING QUANTITIES ROLLED: " ROLLED-COUNT
DISPLAY "ISBNS OUT OF BALANCE: " VARIANCE-COUNT
STOP RUN.
        IF MOVEMENT-IS-RECEIPT
            ADD MOVEMENT-QUANTITY TO TOTAL-NET-MOVEMENT(ISBN-IDX)
        ELSE
            IF MOVEMENT-IS-ADJUSTMENT
                ADD 1 TO ADJUSTMENT-COUNT
                IF MOVEMENT-ADJUST-UP
                    ADD MOVEMENT-QUANTITY TO TOTAL-NET-MOVEMENT(ISBN-IDX)
                ELSE
                    SUBTRACT MOVEMENT-QUANTITY FROM
                        TOTAL-NET-MOVEMENT(ISBN-IDX)
                END-IF
            ELSE
                SUBTRACT MOVEMENT-QUANTITY FROM TOTAL-NET-MOVEMENT(ISBN-IDX)
            END-IF
        END-IF
    END-IF.


CLEAR-MOVEMENT-JOURNAL.
    OPEN OUTPUT INVENTORY-MOVEMENT-JOURNAL
    CLOSE INVENTORY-MOVEMENT-JOURNAL
    OPEN OUTPUT GL-MOVEMENT-CONTROL-FILE
    CLOSE GL-MOVEMENT-CONTROL-FILE.

ROLL-OPENING-QUANTITIES.
    MOVE "N" TO EOF-INVENTORY-SWITCH
    MOVE VARIANCE-COUNT TO TRAILER-COUNT
    MOVE CLOSE-TRAILER-LINE TO INVENTORY-CLOSE-REPORT-LINE
    WRITE INVENTORY-CLOSE-REPORT-LINE.

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
