    SELECT CASH-BALANCE-REPORT-FILE
        ASSIGN TO "CASH-BALANCE-REPORT-FILE"
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
            88  JOURNAL-REVERSES-WITHDRAWAL VALUE "W".
        10  JOURNAL-ORIGINAL-DATE PIC 9(8).
        10  JOURNAL-ORIGINAL-TIME PIC 9(8).
        10  JOURNAL-ORIGINAL-TERMINAL-ID PIC X(8).

FD  CASH-POSITION-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  CASH-BALANCE-REPORT-LINE PIC X(100).

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  EOF-JOURNAL-SWITCH PIC X VALUE "N".
    88  EOF-JOURNAL VALUE "Y".
    05  TRAILER-COUNT PIC ZZ9.

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
OPEN INPUT TRANSACTION-JOURNAL
OPEN INPUT CASH-POSITION-FILE
OPEN INPUT OPENING-CASH-POSITION-FILE
                    TOTAL-DISPENSED-NOTES(TERMINAL-IDX CASSETTE-SUB)
            END-PERFORM
        END-IF
    END-IF
    IF JOURNAL-IS-REVERSAL
       AND JOURNAL-DATE = TODAYS-DATE
       AND JOURNAL-REVERSES-WITHDRAWAL
       AND JOURNAL-ORIGINAL-DATE = TODAYS-DATE
       AND JOURNAL-ORIGINAL-TERMINAL-ID NOT = SPACES
        PERFORM REMOVE-REVERSED-NOTES
    END-IF.

REMOVE-REVERSED-NOTES.
    MOVE JOURNAL-ORIGINAL-TERMINAL-ID TO SEARCH-TERMINAL-ID
    PERFORM FIND-TERMINAL-ENTRY
    IF TERMINAL-ENTRY-FOUND
        PERFORM VARYING CASSETTE-SUB FROM 1 BY 1
                UNTIL CASSETTE-SUB > 4
            IF JOURNAL-NOTE-COUNT(CASSETTE-SUB) >
               TOTAL-DISPENSED-NOTES(TERMINAL-IDX CASSETTE-SUB)
                MOVE ZERO TO
                    TOTAL-DISPENSED-NOTES(TERMINAL-IDX CASSETTE-SUB)
            ELSE
                SUBTRACT JOURNAL-NOTE-COUNT(CASSETTE-SUB) FROM
                    TOTAL-DISPENSED-NOTES(TERMINAL-IDX CASSETTE-SUB)
            END-IF
        END-PERFORM
    END-IF.

FIND-TERMINAL-ENTRY.
    MOVE OUT-OF-BALANCE-COUNT TO TRAILER-COUNT
    MOVE CASH-BALANCE-TRAILER-LINE TO CASH-BALANCE-REPORT-LINE
    WRITE CASH-BALANCE-REPORT-LINE.

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
