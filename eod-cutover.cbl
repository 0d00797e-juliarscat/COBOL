    SELECT OPTIONAL CUTOVER-CHECKPOINT-FILE
        ASSIGN TO "CUTOVER-CHECKPOINT-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSINESS-DATE-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL HOLIDAY-CALENDAR-FILE
        ASSIGN TO "HOLIDAY-CALENDAR-FILE"
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
        10  JOURNAL-ORIGINAL-DATE PIC 9(8).
        10  JOURNAL-ORIGINAL-TIME PIC 9(8).
        10  JOURNAL-ORIGINAL-TERMINAL-ID PIC X(8).

FD  JOURNAL-HISTORY-FILE
    LABEL RECORDS ARE OMITTED
    05  HISTORY-ACCOUNT-NUMBER PIC 9(10).
    05  HISTORY-TRANSACTION-TYPE PIC X(1).
    05  HISTORY-AMOUNT PIC 9(7)V99.
    05  HISTORY-BALANCE PIC S9(7)V99.
    05  HISTORY-DATE PIC 9(8).
    05  HISTORY-TIME PIC 9(8).
    05  HISTORY-TERMINAL-ID PIC X(8).
        10  HISTORY-CASSETTE-ENTRY OCCURS 4 TIMES.
            15  HISTORY-CASSETTE-DENOMINATION PIC 9(3).
            15  HISTORY-NOTE-COUNT PIC 9(5).
    05  HISTORY-REVERSAL-REFERENCE.
        10  HISTORY-ORIGINAL-TYPE PIC X(1).
        10  HISTORY-ORIGINAL-DATE PIC 9(8).
        10  HISTORY-ORIGINAL-TIME PIC 9(8).
        10  HISTORY-ORIGINAL-TERMINAL-ID PIC X(8).

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

FD  CASH-POSITION-FILE
    LABEL RECORDS ARE OMITTED
    05  CHECKPOINT-DATE PIC 9(8).
    05  CHECKPOINT-PHASE PIC 9.

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
01  JOURNAL-HISTORY-NAME.
    05  FILLER PIC X(16) VALUE "JOURNAL-HISTORY-".

01  EOF-CASH-POSITION-SWITCH PIC X VALUE "N".
    88  EOF-CASH-POSITION VALUE "Y".
01  EOF-HOLIDAY-SWITCH PIC X VALUE "N".
    88  EOF-HOLIDAY VALUE "Y".

01  HOLIDAY-FOUND-SWITCH PIC X VALUE "N".
    88  HOLIDAY-FOUND VALUE "Y".
01  BUSINESS-DAY-SWITCH PIC X VALUE "N".
    88  BUSINESS-DAY VALUE "Y".

01  HOLIDAY-COUNT PIC 9(3) VALUE 0.
01  MAX-HOLIDAYS PIC 9(3) VALUE 500.
01  HOLIDAY-TABLE.
    05  HOLIDAY-ENTRY OCCURS 500 TIMES INDEXED BY HOLIDAY-IDX.
        10  TABLE-HOLIDAY-DATE PIC 9(8).

01  CONVERT-DATE-SPLIT.
    05  CONVERT-YEAR PIC 9(4).
    05  CONVERT-MONTH PIC 9(2).
    05  CONVERT-DAY PIC 9(2).
01  CONVERT-DAY-NUMBER PIC 9(7).
01  LEAP-DAY-COUNT PIC 9(7).
01  LEAP-WORK-VALUE PIC 9(7).
01  LEAP-WORK-REMAINDER PIC 9(4).
01  LEAP-YEAR-SWITCH PIC X VALUE "N".
    88  LEAP-YEAR VALUE "Y".

01  MONTH-START-VALUES.
    05  FILLER PIC X(36)
        VALUE "000031059090120151181212243273304334".
01  MONTH-START-TABLE REDEFINES MONTH-START-VALUES.
    05  MONTH-START-DAYS OCCURS 12 TIMES PIC 9(3).

01  DAYS-IN-MONTH-VALUES.
    05  FILLER PIC X(24) VALUE "312831303130313130313031".
01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
    05  DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).
01  MONTH-END-DAY PIC 9(2).

01  WEEKDAY-QUOTIENT PIC 9(7).
01  WEEKDAY-NUMBER PIC 9.
    88  WEEKEND-DAY VALUES 0 1.

01  CASSETTE-SUB PIC 9.

01  COMPLETED-PHASE PIC 9 VALUE 0.
01  ARCHIVED-COUNT PIC 9(5) VALUE 0.
01  ROLLED-COUNT PIC 9(5) VALUE 0.
01  OVERDRAWN-ROLLED-COUNT PIC 9(5) VALUE 0.
01  CASH-ROLLED-COUNT PIC 9(5) VALUE 0.
01  RESET-COUNT PIC 9(5) VALUE 0.

01  TODAYS-DATE PIC 9(8).
01  NEXT-BUSINESS-DATE PIC 9(8).

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
MOVE TODAYS-DATE TO HISTORY-NAME-DATE
PERFORM READ-CHECKPOINT
IF COMPLETED-PHASE = 4
    DISPLAY "CUTOVER ALREADY COMPLETE FOR " TODAYS-DATE
    GO TO END-OF-PROGRAM
END-IF
PERFORM VERIFY-SETTLEMENT
IF NOT MISMATCH-LINE-FOUND
    DISPLAY "NO SETTLEMENT CONTROL LINE FOUND - CUTOVER NOT RUN"
    MOVE 8 TO RETURN-CODE
    GO TO END-OF-PROGRAM
END-IF
IF NOT SETTLEMENT-DATE-FOUND
   OR SETTLEMENT-REPORT-DATE NOT = TODAYS-DATE
    DISPLAY "SETTLEMENT REPORT IS NOT FOR TODAY - CUTOVER NOT RUN"
    MOVE 8 TO RETURN-CODE
    GO TO END-OF-PROGRAM
END-IF
IF MISMATCH-COUNT-VALUE NOT = 0
    DISPLAY "SETTLEMENT REPORTS " MISMATCH-COUNT-VALUE
        " ACCOUNTS OUT OF BALANCE - CUTOVER NOT RUN"
    MOVE 8 TO RETURN-CODE
    GO TO END-OF-PROGRAM
END-IF
IF COMPLETED-PHASE < 1
    MOVE 3 TO COMPLETED-PHASE
    PERFORM UPDATE-CHECKPOINT
END-IF
IF COMPLETED-PHASE < 4
    PERFORM ADVANCE-BUSINESS-DATE
    MOVE 4 TO COMPLETED-PHASE
    PERFORM UPDATE-CHECKPOINT
END-IF
DISPLAY "CUTOVER COMPLETE FOR " TODAYS-DATE.

END-OF-PROGRAM.
            MOVE BALANCE TO OPENING-BALANCE
            WRITE OPENING-BALANCE-RECORD
            ADD 1 TO ROLLED-COUNT
            IF BALANCE < 0
                ADD 1 TO OVERDRAWN-ROLLED-COUNT
            END-IF
        END-IF
    END-PERFORM
    CLOSE ACCOUNT-FILE
    CLOSE OPENING-BALANCE-FILE
    DISPLAY "OPENING BALANCES ROLLED: " ROLLED-COUNT
    DISPLAY "OVERDRAWN BALANCES ROLLED: " OVERDRAWN-ROLLED-COUNT.

ROLL-OPENING-CASH-POSITION.
    OPEN INPUT CASH-POSITION-FILE
    END-PERFORM
    CLOSE ACCOUNT-FILE
    DISPLAY "DAILY TOTALS RESET: " RESET-COUNT.

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

ADVANCE-BUSINESS-DATE.
    PERFORM LOAD-HOLIDAY-CALENDAR
    MOVE TODAYS-DATE TO CONVERT-DATE-SPLIT
    MOVE "N" TO BUSINESS-DAY-SWITCH
    PERFORM UNTIL BUSINESS-DAY
        PERFORM ADD-ONE-DAY
        PERFORM CHECK-BUSINESS-DAY
    END-PERFORM
    MOVE CONVERT-DATE-SPLIT TO NEXT-BUSINESS-DATE
    OPEN OUTPUT BUSINESS-DATE-FILE
    MOVE NEXT-BUSINESS-DATE TO CURRENT-BUSINESS-DATE
    MOVE TODAYS-DATE TO PRIOR-BUSINESS-DATE
    WRITE BUSINESS-DATE-RECORD
    CLOSE BUSINESS-DATE-FILE
    DISPLAY "BUSINESS DATE ADVANCED TO " NEXT-BUSINESS-DATE.

LOAD-HOLIDAY-CALENDAR.
    OPEN INPUT HOLIDAY-CALENDAR-FILE
    PERFORM UNTIL EOF-HOLIDAY
        READ HOLIDAY-CALENDAR-FILE
            AT END
                SET EOF-HOLIDAY TO TRUE
        END-READ
        IF NOT EOF-HOLIDAY
            IF HOLIDAY-DATE > TODAYS-DATE
                PERFORM ADD-HOLIDAY-ENTRY
            END-IF
        END-IF
    END-PERFORM
    CLOSE HOLIDAY-CALENDAR-FILE.

ADD-HOLIDAY-ENTRY.
    IF HOLIDAY-COUNT < MAX-HOLIDAYS
        ADD 1 TO HOLIDAY-COUNT
        SET HOLIDAY-IDX TO HOLIDAY-COUNT
        MOVE HOLIDAY-DATE TO TABLE-HOLIDAY-DATE(HOLIDAY-IDX)
    ELSE
        DISPLAY "HOLIDAY TABLE FULL - SKIPPING " HOLIDAY-DATE
    END-IF.

ADD-ONE-DAY.
    ADD 1 TO CONVERT-DAY
    PERFORM GET-MONTH-END-DAY
    IF CONVERT-DAY > MONTH-END-DAY
        MOVE 1 TO CONVERT-DAY
        ADD 1 TO CONVERT-MONTH
        IF CONVERT-MONTH > 12
            MOVE 1 TO CONVERT-MONTH
            ADD 1 TO CONVERT-YEAR
        END-IF
    END-IF.

GET-MONTH-END-DAY.
    MOVE DAYS-IN-MONTH(CONVERT-MONTH) TO MONTH-END-DAY
    IF CONVERT-MONTH = 2
        PERFORM CHECK-LEAP-YEAR
        IF LEAP-YEAR
            MOVE 29 TO MONTH-END-DAY
        END-IF
    END-IF.

CHECK-BUSINESS-DAY.
    MOVE "N" TO BUSINESS-DAY-SWITCH
    PERFORM DATE-TO-DAY-NUMBER
    DIVIDE CONVERT-DAY-NUMBER BY 7 GIVING WEEKDAY-QUOTIENT
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
        IF TABLE-HOLIDAY-DATE(HOLIDAY-IDX) = CONVERT-DATE-SPLIT
            SET HOLIDAY-FOUND TO TRUE
        END-IF
    END-PERFORM.

DATE-TO-DAY-NUMBER.
    COMPUTE LEAP-DAY-COUNT = 0
    DIVIDE CONVERT-YEAR BY 4 GIVING LEAP-WORK-VALUE
    ADD LEAP-WORK-VALUE TO LEAP-DAY-COUNT
    DIVIDE CONVERT-YEAR BY 100 GIVING LEAP-WORK-VALUE
    SUBTRACT LEAP-WORK-VALUE FROM LEAP-DAY-COUNT
    DIVIDE CONVERT-YEAR BY 400 GIVING LEAP-WORK-VALUE
    ADD LEAP-WORK-VALUE TO LEAP-DAY-COUNT
    PERFORM CHECK-LEAP-YEAR
    IF LEAP-YEAR
       AND CONVERT-MONTH <= 2
        SUBTRACT 1 FROM LEAP-DAY-COUNT
    END-IF
    COMPUTE CONVERT-DAY-NUMBER =
        CONVERT-YEAR * 365 + LEAP-DAY-COUNT +
        MONTH-START-DAYS(CONVERT-MONTH) + CONVERT-DAY.

CHECK-LEAP-YEAR.
    MOVE "N" TO LEAP-YEAR-SWITCH
    DIVIDE CONVERT-YEAR BY 4 GIVING LEAP-WORK-VALUE
        REMAINDER LEAP-WORK-REMAINDER
    IF LEAP-WORK-REMAINDER = 0
        SET LEAP-YEAR TO TRUE
        DIVIDE CONVERT-YEAR BY 100 GIVING LEAP-WORK-VALUE
            REMAINDER LEAP-WORK-REMAINDER
        IF LEAP-WORK-REMAINDER = 0
            MOVE "N" TO LEAP-YEAR-SWITCH
            DIVIDE CONVERT-YEAR BY 400 GIVING LEAP-WORK-VALUE
                REMAINDER LEAP-WORK-REMAINDER
            IF LEAP-WORK-REMAINDER = 0
                SET LEAP-YEAR TO TRUE
            END-IF
        END-IF
    END-IF.
