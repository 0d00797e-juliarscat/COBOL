        RECORD KEY IS OPENING-ACCOUNT-NUMBER.
    SELECT SETTLEMENT-REPORT-FILE ASSIGN TO "SETTLEMENT-REPORT-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSINESS-DATE-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
        88  JOURNAL-IS-DEPOSIT VALUE "D".
        88  JOURNAL-IS-INTEREST VALUE "I".
        88  JOURNAL-IS-FEE VALUE "F".
        88  JOURNAL-IS-REVERSAL VALUE "R".
        88  JOURNAL-IS-DEBIT-INTEREST VALUE "O".
        88  JOURNAL-IS-DEBIT VALUES "W" "F" "O".
    05  JOURNAL-AMOUNT PIC 9(7)V99.
    05  JOURNAL-BALANCE PIC S9(7)V99.
    05  JOURNAL-DATE PIC 9(8).
    05  JOURNAL-TIME PIC 9(8).
    05  JOURNAL-TERMINAL-ID PIC X(8).
        10  JOURNAL-CASSETTE-ENTRY OCCURS 4 TIMES.
            15  JOURNAL-CASSETTE-DENOMINATION PIC 9(3).
            15  JOURNAL-NOTE-COUNT PIC 9(5).
    05  JOURNAL-REVERSAL-REFERENCE.
        10  JOURNAL-ORIGINAL-TYPE PIC X(1).
            88  JOURNAL-REVERSES-DEBIT VALUES "W" "F" "O".
        10  JOURNAL-ORIGINAL-DATE PIC 9(8).
        10  JOURNAL-ORIGINAL-TIME PIC 9(8).
        10  JOURNAL-ORIGINAL-TERMINAL-ID PIC X(8).

FD  ACCOUNT-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  ACCOUNT-RECORD.
    05  ACCOUNT-NUMBER PIC 9(10).
    05  BALANCE PIC S9(7)V99.
    05  DAILY-WITHDRAWAL-TOTAL PIC 9(7)V99.
    05  DAILY-WITHDRAWAL-DATE PIC 9(8).
    05  CUSTOMER-NAME PIC X(30).
        88  ACCOUNT-FROZEN VALUE "F".
        88  ACCOUNT-DORMANT VALUE "D".
    05  LAST-ACTIVITY-DATE PIC 9(8).
    05  OVERDRAFT-LIMIT PIC 9(7)V99.
    05  ACCOUNT-CUSTOMER-NUMBER PIC 9(10).

FD  OPENING-BALANCE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  OPENING-BALANCE-RECORD.
    05  OPENING-ACCOUNT-NUMBER PIC 9(10).
    05  OPENING-BALANCE PIC S9(7)V99.

FD  SETTLEMENT-REPORT-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  SETTLEMENT-REPORT-LINE PIC X(100).

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  EOF-JOURNAL-SWITCH PIC X VALUE "N".
    88  EOF-JOURNAL VALUE "Y".
01  SETTLEMENT-DETAIL-LINE.
    05  DETAIL-ACCOUNT-NUMBER PIC Z(9)9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  DETAIL-OPENING-BALANCE PIC -ZZZZZZ9.99.
    05  FILLER PIC X(2) VALUE SPACES.
    05  DETAIL-CURRENT-BALANCE PIC -ZZZZZZ9.99.
    05  FILLER PIC X(2) VALUE SPACES.
    05  DETAIL-BALANCE-DELTA PIC -ZZZZZZZZ9.99.
    05  FILLER PIC X(2) VALUE SPACES.
    05  MISMATCH-COUNT-OUT PIC ZZZ9.

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
OPEN INPUT TRANSACTION-JOURNAL
OPEN INPUT ACCOUNT-FILE
OPEN INPUT OPENING-BALANCE-FILE
            DISPLAY "ACCOUNT TOTALS TABLE FULL - SKIPPING ACCOUNT "
                JOURNAL-ACCOUNT-NUMBER
        ELSE
            IF JOURNAL-IS-REVERSAL
                IF JOURNAL-REVERSES-DEBIT
                    SUBTRACT JOURNAL-AMOUNT FROM
                        TOTAL-JOURNAL-AMOUNT(ACCOUNT-IDX)
                ELSE
                    ADD JOURNAL-AMOUNT TO TOTAL-JOURNAL-AMOUNT(ACCOUNT-IDX)
                END-IF
            ELSE
                IF JOURNAL-IS-DEBIT
                    ADD JOURNAL-AMOUNT TO TOTAL-JOURNAL-AMOUNT(ACCOUNT-IDX)
                ELSE
                    SUBTRACT JOURNAL-AMOUNT FROM
                        TOTAL-JOURNAL-AMOUNT(ACCOUNT-IDX)
                END-IF
            END-IF
        END-IF
    END-IF.
    MOVE MISMATCH-COUNT TO MISMATCH-COUNT-OUT
    MOVE SETTLEMENT-MISMATCH-LINE TO SETTLEMENT-REPORT-LINE
    WRITE SETTLEMENT-REPORT-LINE.

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
