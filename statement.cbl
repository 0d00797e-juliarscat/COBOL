        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCOUNT-NUMBER.
    SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "CUSTOMER-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUSTOMER-NUMBER.
    SELECT OPTIONAL ACCOUNT-HOLDER-FILE ASSIGN TO "ACCOUNT-HOLDER-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HOLDER-KEY.
    SELECT OPTIONAL JOURNAL-HISTORY-FILE
        ASSIGN TO DYNAMIC JOURNAL-HISTORY-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT STATEMENT-FILE ASSIGN TO "STATEMENT-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSINESS-DATE-FILE"
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

FD  CUSTOMER-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  CUSTOMER-RECORD.
    05  CUSTOMER-NUMBER PIC 9(10).
    05  CUSTOMER-FULL-NAME PIC X(30).
    05  CUSTOMER-ADDRESS.
        10  CUSTOMER-ADDRESS-LINE-1 PIC X(30).
        10  CUSTOMER-ADDRESS-LINE-2 PIC X(30).
        10  CUSTOMER-TOWN PIC X(30).
        10  CUSTOMER-POSTCODE PIC X(10).
    05  CUSTOMER-BIRTH-DATE PIC 9(8).
    05  CUSTOMER-PHONE PIC X(15).
    05  CUSTOMER-EMAIL PIC X(40).
    05  CUSTOMER-OPENED-DATE PIC 9(8).

FD  ACCOUNT-HOLDER-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  ACCOUNT-HOLDER-RECORD.
    05  HOLDER-KEY.
        10  HOLDER-CUSTOMER-NUMBER PIC 9(10).
        10  HOLDER-ACCOUNT-NUMBER PIC 9(10).
    05  HOLDER-ROLE PIC X(1).
        88  HOLDER-IS-OWNER VALUE "P".
        88  HOLDER-IS-JOINT VALUE "J".

FD  JOURNAL-HISTORY-FILE
    LABEL RECORDS ARE OMITTED
        88  HISTORY-IS-DEPOSIT VALUE "D".
        88  HISTORY-IS-INTEREST VALUE "I".
        88  HISTORY-IS-FEE VALUE "F".
        88  HISTORY-IS-REVERSAL VALUE "R".
        88  HISTORY-IS-DEBIT-INTEREST VALUE "O".
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

FD  STATEMENT-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  STATEMENT-LINE PIC X(80).

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  STATEMENT-MONTH-INPUT PIC 9(6).

01  BUSINESS-DATE-SPLIT.
    05  BUSINESS-YEAR-MONTH.
        10  BUSINESS-YEAR PIC 9(4).
        10  BUSINESS-MONTH PIC 9(2).
    05  BUSINESS-DAY PIC 9(2).

01  JOURNAL-HISTORY-NAME.
    05  FILLER PIC X(16) VALUE "JOURNAL-HISTORY-".
    05  HISTORY-NAME-MONTH PIC 9(6).

01  EOF-ACCOUNT-SWITCH PIC X VALUE "N".
    88  EOF-ACCOUNT VALUE "Y".
01  EOF-CUSTOMER-SWITCH PIC X VALUE "N".
    88  EOF-CUSTOMER VALUE "Y".
01  EOF-HOLDER-SWITCH PIC X VALUE "N".
    88  EOF-HOLDER VALUE "Y".
01  OWNER-ON-FILE-SWITCH PIC X VALUE "N".
    88  OWNER-ON-FILE VALUE "Y".

01  PACKAGE-ACCOUNT-COUNT PIC 9(3) VALUE 0.
01  MAX-PACKAGE-ACCOUNTS PIC 9(3) VALUE 50.
01  PACKAGE-ACCOUNT-TABLE.
    05  PACKAGE-ACCOUNT-ENTRY OCCURS 50 TIMES INDEXED BY PACKAGE-IDX.
        10  PACKAGE-ACCOUNT-NUMBER PIC 9(10).
        10  PACKAGE-HOLDER-ROLE PIC X(1).

01  STATEMENT-HOLDER-ROLE PIC X(1) VALUE SPACE.
    88  STATEMENT-FOR-JOINT-HOLDER VALUE "J".

01  PACKAGES-PRODUCED-COUNT PIC 9(5) VALUE 0.
01  UNADDRESSED-COUNT PIC 9(5) VALUE 0.
01  EOF-HISTORY-SWITCH PIC X VALUE "N".
    88  EOF-HISTORY VALUE "Y".

            88  ENTRY-IS-WITHDRAWAL VALUE "W".
            88  ENTRY-IS-INTEREST VALUE "I".
            88  ENTRY-IS-FEE VALUE "F".
            88  ENTRY-IS-REVERSAL VALUE "R".
            88  ENTRY-IS-DEBIT-INTEREST VALUE "O".
            88  ENTRY-IS-DEBIT VALUES "W" "F" "O".
        10  ENTRY-AMOUNT PIC 9(7)V99.
        10  ENTRY-BALANCE PIC S9(7)V99.
        10  ENTRY-DATE PIC 9(8).
        10  ENTRY-TIME PIC 9(8).
        10  ENTRY-ORIGINAL-TYPE PIC X(1).
            88  ENTRY-REVERSES-DEBIT VALUES "W" "F" "O".

01  STATEMENT-OPENING-BALANCE PIC S9(7)V99.
01  STATEMENT-CLOSING-BALANCE PIC S9(7)V99.

01  STATEMENT-LINE-COUNT PIC 9(3) VALUE 0.
01  STATEMENT-PAGE-COUNT PIC 9(3) VALUE 0.
    05  TITLE-ACCOUNT-NUMBER PIC Z(9)9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  TITLE-CUSTOMER-NAME PIC X(30).
    05  TITLE-HOLDER-TEXT PIC X(7).
    05  FILLER PIC X(6) VALUE "PAGE ".
    05  TITLE-PAGE-NUMBER PIC ZZ9.

    05  FILLER PIC X(2) VALUE SPACES.
    05  DETAIL-TRANSACTION PIC X(12).
    05  DETAIL-AMOUNT PIC ZZZZZZ9.99.
    05  FILLER PIC X(3) VALUE SPACES.
    05  DETAIL-BALANCE PIC -ZZZZZZ9.99.

01  STATEMENT-BALANCE-LINE.
    05  BALANCE-LINE-LABEL PIC X(18).
    05  BALANCE-LINE-AMOUNT PIC -ZZZZZZ9.99.

01  NO-ACTIVITY-LINE PIC X(23)
        VALUE "NO ACTIVITY THIS PERIOD".

01  PACKAGE-TITLE-LINE.
    05  FILLER PIC X(19) VALUE "STATEMENT PACKAGE".
    05  FILLER PIC X(10) VALUE "CUSTOMER: ".
    05  PACKAGE-CUSTOMER-NUMBER PIC Z(9)9.

01  PACKAGE-ADDRESS-LINE.
    05  FILLER PIC X(4) VALUE SPACES.
    05  PACKAGE-ADDRESS-TEXT PIC X(40).

01  PACKAGE-ACCOUNTS-LINE.
    05  FILLER PIC X(19) VALUE "ACCOUNTS ENCLOSED: ".
    05  PACKAGE-ACCOUNTS-VALUE PIC ZZ9.

01  PACKAGE-END-LINE PIC X(24) VALUE "END OF STATEMENT PACKAGE".

01  TODAYS-DATE PIC 9(8).

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
DISPLAY "Enter statement month (YYYYMM, 0 for last month): "
ACCEPT STATEMENT-MONTH-INPUT
IF STATEMENT-MONTH-INPUT = 0
    PERFORM SET-PRIOR-STATEMENT-MONTH
END-IF
MOVE TODAYS-DATE TO BUSINESS-DATE-SPLIT
IF STATEMENT-MONTH-INPUT NOT < BUSINESS-YEAR-MONTH
    DISPLAY "STATEMENT MONTH IS NOT CLOSED AT BUSINESS DATE " TODAYS-DATE
        " - STATEMENT RUN ABORTED"
    MOVE 8 TO RETURN-CODE
    STOP RUN
END-IF
PERFORM LOAD-MONTH-HISTORY
IF ENTRY-TABLE-OVERFLOW
    DISPLAY "JOURNAL ENTRY TABLE FULL - STATEMENT RUN ABORTED"
    STOP RUN
END-IF
OPEN INPUT CUSTOMER-FILE
OPEN INPUT ACCOUNT-HOLDER-FILE
OPEN INPUT ACCOUNT-FILE
OPEN OUTPUT STATEMENT-FILE
PERFORM UNTIL EOF-CUSTOMER
    READ CUSTOMER-FILE NEXT RECORD
        AT END
            SET EOF-CUSTOMER TO TRUE
    END-READ
    IF NOT EOF-CUSTOMER
        PERFORM PRODUCE-CUSTOMER-PACKAGE
    END-IF
END-PERFORM
MOVE ZERO TO ACCOUNT-NUMBER
START ACCOUNT-FILE KEY IS NOT LESS THAN ACCOUNT-NUMBER
    INVALID KEY
        SET EOF-ACCOUNT TO TRUE
END-START
PERFORM UNTIL EOF-ACCOUNT
    READ ACCOUNT-FILE NEXT RECORD
        AT END
            SET EOF-ACCOUNT TO TRUE
    END-READ
    IF NOT EOF-ACCOUNT
        PERFORM CHECK-ACCOUNT-OWNER
        IF NOT OWNER-ON-FILE
            PERFORM PRODUCE-UNADDRESSED-PACKAGE
        END-IF
    END-IF
END-PERFORM
CLOSE CUSTOMER-FILE
CLOSE ACCOUNT-HOLDER-FILE
CLOSE ACCOUNT-FILE
CLOSE STATEMENT-FILE
DISPLAY "STATEMENT PACKAGES PRODUCED: " PACKAGES-PRODUCED-COUNT
DISPLAY "ACCOUNTS WITHOUT MAILING ADDRESS: " UNADDRESSED-COUNT
STOP RUN.

LOAD-MONTH-HISTORY.
        MOVE HISTORY-BALANCE TO ENTRY-BALANCE(ENTRY-IDX)
        MOVE HISTORY-DATE TO ENTRY-DATE(ENTRY-IDX)
        MOVE HISTORY-TIME TO ENTRY-TIME(ENTRY-IDX)
        MOVE HISTORY-ORIGINAL-TYPE TO ENTRY-ORIGINAL-TYPE(ENTRY-IDX)
    ELSE
        SET ENTRY-TABLE-OVERFLOW TO TRUE
    END-IF.

PRODUCE-CUSTOMER-PACKAGE.
    PERFORM LOAD-PACKAGE-ACCOUNTS
    IF PACKAGE-ACCOUNT-COUNT > 0
        PERFORM WRITE-PACKAGE-HEADER
        PERFORM WRITE-PACKAGE-ADDRESS
        PERFORM WRITE-PACKAGE-ACCOUNT-COUNT
        PERFORM VARYING PACKAGE-IDX FROM 1 BY 1
                UNTIL PACKAGE-IDX > PACKAGE-ACCOUNT-COUNT
            PERFORM PRODUCE-PACKAGE-STATEMENT
        END-PERFORM
        PERFORM WRITE-PACKAGE-TRAILER
        ADD 1 TO PACKAGES-PRODUCED-COUNT
    END-IF.

LOAD-PACKAGE-ACCOUNTS.
    MOVE ZERO TO PACKAGE-ACCOUNT-COUNT
    MOVE "N" TO EOF-HOLDER-SWITCH
    MOVE CUSTOMER-NUMBER TO HOLDER-CUSTOMER-NUMBER
    MOVE ZERO TO HOLDER-ACCOUNT-NUMBER
    START ACCOUNT-HOLDER-FILE KEY IS NOT LESS THAN HOLDER-KEY
        INVALID KEY
            SET EOF-HOLDER TO TRUE
    END-START
    PERFORM UNTIL EOF-HOLDER
        READ ACCOUNT-HOLDER-FILE NEXT RECORD
            AT END
                SET EOF-HOLDER TO TRUE
        END-READ
        IF NOT EOF-HOLDER
            IF HOLDER-CUSTOMER-NUMBER NOT = CUSTOMER-NUMBER
                SET EOF-HOLDER TO TRUE
            ELSE
                PERFORM ADD-PACKAGE-ACCOUNT
            END-IF
        END-IF
    END-PERFORM.

ADD-PACKAGE-ACCOUNT.
    IF PACKAGE-ACCOUNT-COUNT < MAX-PACKAGE-ACCOUNTS
        ADD 1 TO PACKAGE-ACCOUNT-COUNT
        SET PACKAGE-IDX TO PACKAGE-ACCOUNT-COUNT
        MOVE HOLDER-ACCOUNT-NUMBER TO PACKAGE-ACCOUNT-NUMBER(PACKAGE-IDX)
        MOVE HOLDER-ROLE TO PACKAGE-HOLDER-ROLE(PACKAGE-IDX)
    ELSE
        DISPLAY "PACKAGE ACCOUNT TABLE FULL - SKIPPING ACCOUNT "
            HOLDER-ACCOUNT-NUMBER " FOR CUSTOMER " CUSTOMER-NUMBER
    END-IF.

PRODUCE-PACKAGE-STATEMENT.
    MOVE PACKAGE-ACCOUNT-NUMBER(PACKAGE-IDX) TO ACCOUNT-NUMBER
    READ ACCOUNT-FILE
        INVALID KEY
            DISPLAY "ACCOUNT NOT ON FILE: " ACCOUNT-NUMBER
                " FOR CUSTOMER " CUSTOMER-NUMBER
        NOT INVALID KEY
            MOVE PACKAGE-HOLDER-ROLE(PACKAGE-IDX) TO STATEMENT-HOLDER-ROLE
            PERFORM PRODUCE-STATEMENT
    END-READ.

CHECK-ACCOUNT-OWNER.
    MOVE "N" TO OWNER-ON-FILE-SWITCH
    IF ACCOUNT-CUSTOMER-NUMBER NOT = 0
        MOVE ACCOUNT-CUSTOMER-NUMBER TO CUSTOMER-NUMBER
        READ CUSTOMER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET OWNER-ON-FILE TO TRUE
        END-READ
    END-IF.

PRODUCE-UNADDRESSED-PACKAGE.
    MOVE ACCOUNT-CUSTOMER-NUMBER TO CUSTOMER-NUMBER
    PERFORM WRITE-PACKAGE-HEADER
    MOVE CUSTOMER-NAME TO PACKAGE-ADDRESS-TEXT
    MOVE PACKAGE-ADDRESS-LINE TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    MOVE "*** NO MAILING ADDRESS ON FILE ***" TO PACKAGE-ADDRESS-TEXT
    MOVE PACKAGE-ADDRESS-LINE TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    MOVE 1 TO PACKAGE-ACCOUNT-COUNT
    PERFORM WRITE-PACKAGE-ACCOUNT-COUNT
    MOVE SPACE TO STATEMENT-HOLDER-ROLE
    PERFORM PRODUCE-STATEMENT
    PERFORM WRITE-PACKAGE-TRAILER
    ADD 1 TO UNADDRESSED-COUNT.

WRITE-PACKAGE-HEADER.
    MOVE CUSTOMER-NUMBER TO PACKAGE-CUSTOMER-NUMBER
    MOVE PACKAGE-TITLE-LINE TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    MOVE SPACES TO STATEMENT-LINE
    WRITE STATEMENT-LINE.

WRITE-PACKAGE-ADDRESS.
    MOVE CUSTOMER-FULL-NAME TO PACKAGE-ADDRESS-TEXT
    MOVE PACKAGE-ADDRESS-LINE TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    MOVE CUSTOMER-ADDRESS-LINE-1 TO PACKAGE-ADDRESS-TEXT
    MOVE PACKAGE-ADDRESS-LINE TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    IF CUSTOMER-ADDRESS-LINE-2 NOT = SPACES
        MOVE CUSTOMER-ADDRESS-LINE-2 TO PACKAGE-ADDRESS-TEXT
        MOVE PACKAGE-ADDRESS-LINE TO STATEMENT-LINE
        WRITE STATEMENT-LINE
    END-IF
    MOVE CUSTOMER-TOWN TO PACKAGE-ADDRESS-TEXT
    MOVE PACKAGE-ADDRESS-LINE TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    MOVE CUSTOMER-POSTCODE TO PACKAGE-ADDRESS-TEXT
    MOVE PACKAGE-ADDRESS-LINE TO STATEMENT-LINE
    WRITE STATEMENT-LINE.

WRITE-PACKAGE-ACCOUNT-COUNT.
    MOVE SPACES TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    MOVE PACKAGE-ACCOUNT-COUNT TO PACKAGE-ACCOUNTS-VALUE
    MOVE PACKAGE-ACCOUNTS-LINE TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    MOVE SPACES TO STATEMENT-LINE
    WRITE STATEMENT-LINE.

WRITE-PACKAGE-TRAILER.
    MOVE PACKAGE-END-LINE TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    MOVE SPACES TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    WRITE STATEMENT-LINE.

PRODUCE-STATEMENT.
    MOVE "N" TO ACTIVITY-FOUND-SWITCH
    MOVE ZERO TO STATEMENT-PAGE-COUNT
        IF NOT ACTIVITY-FOUND
            SET ACTIVITY-FOUND TO TRUE
            IF ENTRY-IS-DEBIT(ENTRY-IDX)
               OR (ENTRY-IS-REVERSAL(ENTRY-IDX)
                   AND NOT ENTRY-REVERSES-DEBIT(ENTRY-IDX))
                COMPUTE STATEMENT-OPENING-BALANCE =
                    ENTRY-BALANCE(ENTRY-IDX) + ENTRY-AMOUNT(ENTRY-IDX)
            ELSE
    WRITE STATEMENT-LINE
    MOVE ACCOUNT-NUMBER TO TITLE-ACCOUNT-NUMBER
    MOVE CUSTOMER-NAME TO TITLE-CUSTOMER-NAME
    IF STATEMENT-FOR-JOINT-HOLDER
        MOVE " JOINT" TO TITLE-HOLDER-TEXT
    ELSE
        MOVE SPACES TO TITLE-HOLDER-TEXT
    END-IF
    MOVE STATEMENT-PAGE-COUNT TO TITLE-PAGE-NUMBER
    MOVE STATEMENT-ACCOUNT-LINE TO STATEMENT-LINE
    WRITE STATEMENT-LINE
            IF ENTRY-IS-FEE(ENTRY-IDX)
                MOVE "SERVICE FEE" TO DETAIL-TRANSACTION
            ELSE
                IF ENTRY-IS-REVERSAL(ENTRY-IDX)
                    MOVE "REVERSAL" TO DETAIL-TRANSACTION
                ELSE
                    IF ENTRY-IS-DEBIT-INTEREST(ENTRY-IDX)
                        MOVE "OD INTEREST" TO DETAIL-TRANSACTION
                    ELSE
                        MOVE "DEPOSIT" TO DETAIL-TRANSACTION
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF
    MOVE STATEMENT-DETAIL-LINE TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    ADD 1 TO STATEMENT-LINE-COUNT.

SET-PRIOR-STATEMENT-MONTH.
    MOVE TODAYS-DATE TO BUSINESS-DATE-SPLIT
    IF BUSINESS-MONTH = 1
        MOVE 12 TO BUSINESS-MONTH
        SUBTRACT 1 FROM BUSINESS-YEAR
    ELSE
        SUBTRACT 1 FROM BUSINESS-MONTH
    END-IF
    MOVE BUSINESS-YEAR-MONTH TO STATEMENT-MONTH-INPUT
    DISPLAY "STATEMENT MONTH " STATEMENT-MONTH-INPUT.

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
