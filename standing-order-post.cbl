        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT MAINTENANCE-JOURNAL ASSIGN TO "MAINTENANCE-JOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSINESS-DATE-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL HOLIDAY-CALENDAR-FILE
        ASSIGN TO "HOLIDAY-CALENDAR-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

FD  TRANSACTION-JOURNAL
    LABEL RECORDS ARE OMITTED
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
        10  JOURNAL-ORIGINAL-DATE PIC 9(8).
        10  JOURNAL-ORIGINAL-TIME PIC 9(8).
        10  JOURNAL-ORIGINAL-TERMINAL-ID PIC X(8).

FD  ORDER-REJECT-FILE
    LABEL RECORDS ARE OMITTED
    05  MAINTENANCE-DATE PIC 9(8).
    05  MAINTENANCE-TIME PIC 9(8).

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

FD  HOLIDAY-CALENDAR-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  HOLIDAY-CALENDAR-RECORD.
    05  HOLIDAY-DATE PIC 9(8).
    05  HOLIDAY-DESCRIPTION PIC X(30).

WORKING-STORAGE SECTION.
01  EOF-ORDER-SWITCH PIC X VALUE "N".
    88  EOF-ORDER VALUE "Y".
01  EOF-HOLIDAY-SWITCH PIC X VALUE "N".
    88  EOF-HOLIDAY VALUE "Y".

01  DEBIT-ACCOUNT-OK-SWITCH PIC X VALUE "N".
    88  DEBIT-ACCOUNT-OK VALUE "Y".
01  ORDERS-READ-COUNT PIC 9(5) VALUE 0.
01  ORDERS-POSTED-COUNT PIC 9(5) VALUE 0.
01  ORDERS-REJECTED-COUNT PIC 9(5) VALUE 0.
01  ORDERS-DEFERRED-COUNT PIC 9(5) VALUE 0.
01  ORDERS-MOVED-COUNT PIC 9(5) VALUE 0.
01  POSTED-AMOUNT PIC 9(9)V99 VALUE 0.
01  REJECTED-AMOUNT PIC 9(9)V99 VALUE 0.

01  LEAP-YEAR-QUOTIENT PIC 9(4).
01  LEAP-YEAR-SWITCH PIC X VALUE "N".
    88  LEAP-YEAR VALUE "Y".
01  LEAP-DAY-COUNT PIC 9(7).

01  MONTH-START-VALUES.
    05  FILLER PIC X(36)
        VALUE "000031059090120151181212243273304334".
01  MONTH-START-TABLE REDEFINES MONTH-START-VALUES.
    05  MONTH-START-DAYS OCCURS 12 TIMES PIC 9(3).

01  DUE-DAY-NUMBER PIC 9(7).
01  WEEKDAY-QUOTIENT PIC 9(7).
01  WEEKDAY-NUMBER PIC 9.
    88  WEEKEND-DAY VALUES 0 1.

01  HOLIDAY-FOUND-SWITCH PIC X VALUE "N".
    88  HOLIDAY-FOUND VALUE "Y".
01  BUSINESS-DAY-SWITCH PIC X VALUE "N".
    88  BUSINESS-DAY VALUE "Y".

01  HOLIDAY-COUNT PIC 9(3) VALUE 0.
01  MAX-HOLIDAYS PIC 9(3) VALUE 500.
01  HOLIDAY-TABLE.
    05  HOLIDAY-ENTRY OCCURS 500 TIMES INDEXED BY HOLIDAY-IDX.
        10  TABLE-HOLIDAY-DATE PIC 9(8).

01  EFFECTIVE-DUE-DATE PIC 9(8).

01  TODAYS-DATE PIC 9(8).

    05  CONTROL-AMOUNT PIC ZZZZZZZZ9.99.

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
PERFORM LOAD-HOLIDAY-CALENDAR
OPEN I-O STANDING-ORDER-FILE
OPEN I-O ACCOUNT-FILE
OPEN EXTEND TRANSACTION-JOURNAL
        ADD 1 TO ORDERS-READ-COUNT
        IF ORDER-ACTIVE
           AND ORDER-NEXT-DUE-DATE <= TODAYS-DATE
            PERFORM FIND-EFFECTIVE-DUE-DATE
            IF EFFECTIVE-DUE-DATE <= TODAYS-DATE
                IF EFFECTIVE-DUE-DATE NOT = ORDER-NEXT-DUE-DATE
                    ADD 1 TO ORDERS-MOVED-COUNT
                END-IF
                PERFORM PROCESS-DUE-ORDER
            ELSE
                ADD 1 TO ORDERS-DEFERRED-COUNT
            END-IF
        END-IF
    END-IF
END-PERFORM

PROCESS-DUE-ORDER.
    IF ORDER-EXPIRY-DATE NOT = 0
       AND ORDER-EXPIRY-DATE < ORDER-NEXT-DUE-DATE
        SET ORDER-CANCELLED TO TRUE
        REWRITE STANDING-ORDER-RECORD
    ELSE
                    MOVE "DEBIT ACCOUNT IS FROZEN" TO REJECT-REASON-TEXT
                    PERFORM WRITE-ORDER-REJECT-RECORD
                ELSE
                    IF ORDER-AMOUNT > BALANCE + OVERDRAFT-LIMIT
                        MOVE "02" TO REJECT-REASON-CODE
                        MOVE "INSUFFICIENT BALANCE" TO REJECT-REASON-TEXT
                        PERFORM WRITE-ORDER-REJECT-RECORD
    MOVE ACCOUNT-NUMBER TO MAINTENANCE-ACCOUNT-NUMBER
    MOVE CUSTOMER-NAME TO MAINTENANCE-CUSTOMER-NAME
    MOVE SPACES TO MAINTENANCE-APPROVED-BY
    MOVE TODAYS-DATE TO MAINTENANCE-DATE
    ACCEPT MAINTENANCE-TIME FROM TIME
    WRITE MAINTENANCE-JOURNAL-RECORD.

    MOVE ACCOUNT-NUMBER TO JOURNAL-ACCOUNT-NUMBER
    MOVE ORDER-AMOUNT TO JOURNAL-AMOUNT
    MOVE BALANCE TO JOURNAL-BALANCE
    MOVE TODAYS-DATE TO JOURNAL-DATE
    ACCEPT JOURNAL-TIME FROM TIME
    MOVE SPACES TO JOURNAL-TERMINAL-ID
    MOVE ZEROS TO JOURNAL-DISPENSE-DETAIL
    MOVE ZEROS TO JOURNAL-REVERSAL-REFERENCE
    WRITE JOURNAL-RECORD.

ADVANCE-NEXT-DUE-DATE.
        END-IF
    END-IF.

FIND-EFFECTIVE-DUE-DATE.
    MOVE ORDER-NEXT-DUE-DATE TO NEXT-DUE-DATE-SPLIT
    PERFORM CHECK-BUSINESS-DAY
    PERFORM UNTIL BUSINESS-DAY
        PERFORM ADD-ONE-DAY
        PERFORM CHECK-BUSINESS-DAY
    END-PERFORM
    MOVE NEXT-DUE-DATE-SPLIT TO EFFECTIVE-DUE-DATE.

ADD-ONE-DAY.
    ADD 1 TO NEXT-DUE-DAY
    PERFORM GET-MONTH-END-DAY
    IF NEXT-DUE-DAY > MONTH-END-DAY
        MOVE 1 TO NEXT-DUE-DAY
        PERFORM ADVANCE-ONE-MONTH
    END-IF.

CHECK-BUSINESS-DAY.
    MOVE "N" TO BUSINESS-DAY-SWITCH
    PERFORM DATE-TO-DAY-NUMBER
    DIVIDE DUE-DAY-NUMBER BY 7 GIVING WEEKDAY-QUOTIENT
        REMAINDER WEEKDAY-NUMBER
    IF NOT WEEKEND-DAY
        PERFORM FIND-HOLIDAY-ENTRY
        IF NOT HOLIDAY-FOUND
            SET BUSINESS-DAY TO TRUE
        END-IF
    END-IF.

FIND-HOLIDAY-ENTRY.
    MOVE "N" TO HOLIDAY-FOUND-SWITCH
    PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
            UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
                OR HOLIDAY-FOUND
        IF TABLE-HOLIDAY-DATE(HOLIDAY-IDX) = NEXT-DUE-DATE-SPLIT
            SET HOLIDAY-FOUND TO TRUE
        END-IF
    END-PERFORM.

DATE-TO-DAY-NUMBER.
    MOVE ZERO TO LEAP-DAY-COUNT
    DIVIDE NEXT-DUE-YEAR BY 4 GIVING LEAP-YEAR-QUOTIENT
    ADD LEAP-YEAR-QUOTIENT TO LEAP-DAY-COUNT
    DIVIDE NEXT-DUE-YEAR BY 100 GIVING LEAP-YEAR-QUOTIENT
    SUBTRACT LEAP-YEAR-QUOTIENT FROM LEAP-DAY-COUNT
    DIVIDE NEXT-DUE-YEAR BY 400 GIVING LEAP-YEAR-QUOTIENT
    ADD LEAP-YEAR-QUOTIENT TO LEAP-DAY-COUNT
    PERFORM CHECK-LEAP-YEAR
    IF LEAP-YEAR
       AND NEXT-DUE-MONTH <= 2
        SUBTRACT 1 FROM LEAP-DAY-COUNT
    END-IF
    COMPUTE DUE-DAY-NUMBER =
        NEXT-DUE-YEAR * 365 + LEAP-DAY-COUNT +
        MONTH-START-DAYS(NEXT-DUE-MONTH) + NEXT-DUE-DAY.

ADVANCE-ONE-MONTH.
    ADD 1 TO NEXT-DUE-MONTH
    IF NEXT-DUE-MONTH > 12
        END-IF
    END-IF.

LOAD-HOLIDAY-CALENDAR.
    OPEN INPUT HOLIDAY-CALENDAR-FILE
    PERFORM UNTIL EOF-HOLIDAY
        READ HOLIDAY-CALENDAR-FILE
            AT END
                SET EOF-HOLIDAY TO TRUE
        END-READ
        IF NOT EOF-HOLIDAY
            IF HOLIDAY-COUNT < MAX-HOLIDAYS
                ADD 1 TO HOLIDAY-COUNT
                SET HOLIDAY-IDX TO HOLIDAY-COUNT
                MOVE HOLIDAY-DATE TO TABLE-HOLIDAY-DATE(HOLIDAY-IDX)
            ELSE
                DISPLAY "HOLIDAY TABLE FULL - SKIPPING " HOLIDAY-DATE
            END-IF
        END-IF
    END-PERFORM
    CLOSE HOLIDAY-CALENDAR-FILE.

WRITE-ORDER-REJECT-RECORD.
    MOVE ORDER-NUMBER TO REJECT-ORDER-NUMBER
    MOVE ORDER-DEBIT-ACCOUNT TO REJECT-DEBIT-ACCOUNT
    MOVE "ORDERS REJECTED" TO CONTROL-LABEL
    MOVE ORDERS-REJECTED-COUNT TO CONTROL-COUNT
    MOVE REJECTED-AMOUNT TO CONTROL-AMOUNT
    DISPLAY CONTROL-TOTAL-LINE
    MOVE "MOVED TO BUSINESS DAY" TO CONTROL-LABEL
    MOVE ORDERS-MOVED-COUNT TO CONTROL-COUNT
    MOVE ZERO TO CONTROL-AMOUNT
    DISPLAY CONTROL-TOTAL-LINE
    MOVE "DEFERRED TO NEXT DAY" TO CONTROL-LABEL
    MOVE ORDERS-DEFERRED-COUNT TO CONTROL-COUNT
    MOVE ZERO TO CONTROL-AMOUNT
    DISPLAY CONTROL-TOTAL-LINE.

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
