IDENTIFICATION DIVISION.
PROGRAM-ID. RUN-CONTROL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUN-LOG-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RUN-SUMMARY-REPORT-FILE ASSIGN TO "RUN-SUMMARY-REPORT-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSINESS-DATE-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  RUN-LOG-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  RUN-LOG-RECORD.
    05  RUN-LOG-BUSINESS-DATE PIC 9(8).
    05  RUN-LOG-STEP-NUMBER PIC 9(2).
    05  RUN-LOG-STEP-NAME PIC X(20).
    05  RUN-LOG-EVENT PIC X(1).
        88  RUN-LOG-STARTED VALUE "S".
        88  RUN-LOG-COMPLETED VALUE "C".
        88  RUN-LOG-FAILED VALUE "F".
        88  RUN-LOG-SKIPPED VALUE "K".
    05  RUN-LOG-DATE PIC 9(8).
    05  RUN-LOG-TIME PIC 9(8).
    05  RUN-LOG-RETURN-CODE PIC 9(4).

FD  RUN-SUMMARY-REPORT-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  RUN-SUMMARY-REPORT-LINE PIC X(100).

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  STEP-NAME-INPUT PIC X(20).
01  MONTH-END-INPUT PIC X(1).
    88  MONTH-END-RUN VALUE "Y" "y".
01  START-CONFIRM-INPUT PIC X(1).
    88  START-CONFIRMED VALUE "Y" "y".

01  EOF-RUN-LOG-SWITCH PIC X VALUE "N".
    88  EOF-RUN-LOG VALUE "Y".
01  STEP-FOUND-SWITCH PIC X VALUE "N".
    88  STEP-FOUND VALUE "Y".
01  PREDECESSORS-DONE-SWITCH PIC X VALUE "N".
    88  PREDECESSORS-DONE VALUE "Y".
01  SINGLE-STEP-SWITCH PIC X VALUE "N".
    88  SINGLE-STEP-RUN VALUE "Y".
01  RESTART-FOUND-SWITCH PIC X VALUE "N".
    88  RESTART-FOUND VALUE "Y".
01  SCHEDULE-STARTED-SWITCH PIC X VALUE "N".
    88  SCHEDULE-STARTED VALUE "Y".

01  STEP-COUNT PIC 9(2) VALUE 11.
01  SCHEDULE-VALUES.
    05  FILLER PIC X(29) VALUE "STANDING-ORDER-POST D00000000".
    05  FILLER PIC X(29) VALUE "BATCH-POST          D01000000".
    05  FILLER PIC X(29) VALUE "SETTLEMENT          D02000000".
    05  FILLER PIC X(29) VALUE "CASH-BALANCE        D03000000".
    05  FILLER PIC X(29) VALUE "DORMANCY-REVIEW     D04000000".
    05  FILLER PIC X(29) VALUE "SECURITY-EXCEPTION  D03000000".
    05  FILLER PIC X(29) VALUE "SALES-POST          D00000000".
    05  FILLER PIC X(29) VALUE "PO-RECEIVING        D00000000".
    05  FILLER PIC X(29) VALUE "GL-EXTRACT          D04070800".
    05  FILLER PIC X(29) VALUE "INVENTORY-CLOSE     M09000000".
    05  FILLER PIC X(29) VALUE "EOD-CUTOVER         D05060900".
01  SCHEDULE-TABLE REDEFINES SCHEDULE-VALUES.
    05  SCHEDULE-ENTRY OCCURS 11 TIMES INDEXED BY STEP-IDX.
        10  SCHEDULE-STEP-NAME PIC X(20).
        10  SCHEDULE-FREQUENCY PIC X(1).
            88  STEP-RUNS-DAILY VALUE "D".
            88  STEP-RUNS-MONTH-END VALUE "M".
        10  SCHEDULE-PREDECESSOR OCCURS 4 TIMES PIC 9(2).

01  STEP-STATUS-TABLE.
    05  STEP-STATUS-ENTRY OCCURS 11 TIMES.
        10  STEP-STATUS PIC X(1).
            88  STEP-NOT-RUN VALUE " ".
            88  STEP-STARTED VALUE "S".
            88  STEP-COMPLETE VALUE "C".
            88  STEP-FAILED VALUE "F".
            88  STEP-SKIPPED VALUE "K".
            88  STEP-BLOCKED VALUE "B".
            88  STEP-DONE VALUES "C" "K".
        10  STEP-START-TIME PIC 9(8).
        10  STEP-END-TIME PIC 9(8).
        10  STEP-RETURN-CODE PIC 9(4).
        10  STEP-RUN-COUNT PIC 9(3).

01  PREDECESSOR-SUB PIC 9.
01  PREDECESSOR-STEP PIC 9(2).
01  BLOCKING-STEP PIC 9(2).
01  CURRENT-STEP PIC 9(2).

01  RUN-COMMAND-PREFIX PIC X(2) VALUE "./".
01  RUN-COMMAND-LINE PIC X(40).
01  RUN-COMMAND-NAME PIC X(20).
01  STEP-RESULT-CODE PIC S9(9) COMP.
01  MAX-OK-RETURN-CODE PIC 9(4) VALUE 4.

01  STEPS-COMPLETE-COUNT PIC 9(2) VALUE 0.
01  STEPS-FAILED-COUNT PIC 9(2) VALUE 0.
01  STEPS-OUTSTANDING-COUNT PIC 9(2) VALUE 0.
01  STEPS-SKIPPED-COUNT PIC 9(2) VALUE 0.
01  RESTART-STEP-NAME PIC X(20) VALUE SPACES.

01  TODAYS-DATE PIC 9(8).
01  RUN-DATE PIC 9(8).

01  SUMMARY-TITLE-LINE-1 PIC X(26)
        VALUE "NIGHTLY RUN SUMMARY REPORT".
01  SUMMARY-TITLE-LINE-2.
    05  FILLER PIC X(15) VALUE "BUSINESS DATE: ".
    05  TITLE-BUSINESS-DATE PIC 9(8).
01  SUMMARY-TITLE-LINE-3.
    05  FILLER PIC X(13) VALUE "REPORT DATE: ".
    05  TITLE-REPORT-DATE PIC 9(8).

01  SUMMARY-COLUMN-HEADING.
    05  FILLER PIC X(6) VALUE "STEP".
    05  FILLER PIC X(22) VALUE "PROGRAM".
    05  FILLER PIC X(12) VALUE "STATUS".
    05  FILLER PIC X(11) VALUE "STARTED".
    05  FILLER PIC X(11) VALUE "ENDED".
    05  FILLER PIC X(6) VALUE "RC".
    05  FILLER PIC X(6) VALUE "RUNS".

01  SUMMARY-DETAIL-LINE.
    05  DETAIL-STEP-NUMBER PIC Z9.
    05  FILLER PIC X(4) VALUE SPACES.
    05  DETAIL-STEP-NAME PIC X(20).
    05  FILLER PIC X(2) VALUE SPACES.
    05  DETAIL-STATUS PIC X(10).
    05  FILLER PIC X(2) VALUE SPACES.
    05  DETAIL-START-TIME PIC 99B99B99.
    05  FILLER PIC X(3) VALUE SPACES.
    05  DETAIL-END-TIME PIC 99B99B99.
    05  FILLER PIC X(3) VALUE SPACES.
    05  DETAIL-RETURN-CODE PIC ZZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  DETAIL-RUN-COUNT PIC ZZ9.

01  SUMMARY-COUNT-LINE.
    05  SUMMARY-LABEL PIC X(24).
    05  SUMMARY-COUNT PIC Z9.

01  SUMMARY-RESULT-LINE.
    05  FILLER PIC X(24) VALUE "SCHEDULE STATUS:".
    05  RESULT-TEXT PIC X(50).

01  TIME-HHMMSS-SPLIT.
    05  TIME-HHMMSS PIC 9(6).
    05  FILLER PIC 9(2).

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
PERFORM VARYING STEP-IDX FROM 1 BY 1 UNTIL STEP-IDX > STEP-COUNT
    SET CURRENT-STEP TO STEP-IDX
    MOVE SPACE TO STEP-STATUS(CURRENT-STEP)
    MOVE ZERO TO STEP-START-TIME(CURRENT-STEP)
    MOVE ZERO TO STEP-END-TIME(CURRENT-STEP)
    MOVE ZERO TO STEP-RETURN-CODE(CURRENT-STEP)
    MOVE ZERO TO STEP-RUN-COUNT(CURRENT-STEP)
END-PERFORM
PERFORM LOAD-RUN-LOG
DISPLAY "NIGHTLY RUN FOR BUSINESS DATE " TODAYS-DATE
DISPLAY "Enter step to run (blank for full schedule): "
ACCEPT STEP-NAME-INPUT
IF NOT SCHEDULE-STARTED
    DISPLAY "NO STEPS HAVE RUN FOR BUSINESS DATE " TODAYS-DATE
    DISPLAY "Start nightly run for this business date (Y/N): "
    ACCEPT START-CONFIRM-INPUT
    IF NOT START-CONFIRMED
        DISPLAY "NIGHTLY RUN NOT STARTED"
        STOP RUN
    END-IF
END-IF
OPEN EXTEND RUN-LOG-FILE
IF STEP-NAME-INPUT = SPACES
    DISPLAY "Month-end run (Y/N): "
    ACCEPT MONTH-END-INPUT
    PERFORM VARYING STEP-IDX FROM 1 BY 1 UNTIL STEP-IDX > STEP-COUNT
        PERFORM PROCESS-STEP
    END-PERFORM
ELSE
    SET SINGLE-STEP-RUN TO TRUE
    MOVE "N" TO STEP-FOUND-SWITCH
    PERFORM VARYING STEP-IDX FROM 1 BY 1
            UNTIL STEP-IDX > STEP-COUNT
                OR STEP-FOUND
        IF SCHEDULE-STEP-NAME(STEP-IDX) = STEP-NAME-INPUT
            SET STEP-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF STEP-FOUND
        SET STEP-IDX DOWN BY 1
        PERFORM PROCESS-STEP
    ELSE
        DISPLAY "STEP " STEP-NAME-INPUT " IS NOT IN THE NIGHTLY SCHEDULE"
    END-IF
END-IF
CLOSE RUN-LOG-FILE
PERFORM WRITE-RUN-SUMMARY-REPORT
DISPLAY "STEPS COMPLETE:    " STEPS-COMPLETE-COUNT
DISPLAY "STEPS FAILED:      " STEPS-FAILED-COUNT
DISPLAY "STEPS OUTSTANDING: " STEPS-OUTSTANDING-COUNT
IF RESTART-FOUND
    DISPLAY "RERUN RUN-CONTROL TO RESTART AT " RESTART-STEP-NAME
    MOVE 8 TO RETURN-CODE
END-IF
STOP RUN.

LOAD-RUN-LOG.
    OPEN INPUT RUN-LOG-FILE
    PERFORM UNTIL EOF-RUN-LOG
        READ RUN-LOG-FILE
            AT END
                SET EOF-RUN-LOG TO TRUE
        END-READ
        IF NOT EOF-RUN-LOG
            IF RUN-LOG-BUSINESS-DATE = TODAYS-DATE
               AND RUN-LOG-STEP-NUMBER > 0
               AND RUN-LOG-STEP-NUMBER NOT > STEP-COUNT
                PERFORM APPLY-RUN-LOG-EVENT
            END-IF
        END-IF
    END-PERFORM
    CLOSE RUN-LOG-FILE.

APPLY-RUN-LOG-EVENT.
    SET SCHEDULE-STARTED TO TRUE
    MOVE RUN-LOG-STEP-NUMBER TO CURRENT-STEP
    IF RUN-LOG-STARTED
        MOVE "S" TO STEP-STATUS(CURRENT-STEP)
        MOVE RUN-LOG-TIME TO STEP-START-TIME(CURRENT-STEP)
        MOVE ZERO TO STEP-END-TIME(CURRENT-STEP)
        MOVE ZERO TO STEP-RETURN-CODE(CURRENT-STEP)
        ADD 1 TO STEP-RUN-COUNT(CURRENT-STEP)
    ELSE
        MOVE RUN-LOG-EVENT TO STEP-STATUS(CURRENT-STEP)
        MOVE RUN-LOG-TIME TO STEP-END-TIME(CURRENT-STEP)
        MOVE RUN-LOG-RETURN-CODE TO STEP-RETURN-CODE(CURRENT-STEP)
    END-IF.

PROCESS-STEP.
    SET CURRENT-STEP TO STEP-IDX
    IF STEP-COMPLETE(CURRENT-STEP)
        DISPLAY "STEP " SCHEDULE-STEP-NAME(STEP-IDX)
            " ALREADY COMPLETE FOR " TODAYS-DATE
    ELSE
        IF STEP-RUNS-MONTH-END(STEP-IDX)
           AND NOT MONTH-END-RUN
           AND NOT SINGLE-STEP-RUN
            MOVE "K" TO STEP-STATUS(CURRENT-STEP)
            MOVE ZERO TO STEP-RETURN-CODE(CURRENT-STEP)
            SET RUN-LOG-SKIPPED TO TRUE
            PERFORM WRITE-RUN-LOG-RECORD
            DISPLAY "STEP " SCHEDULE-STEP-NAME(STEP-IDX)
                " SKIPPED - MONTH-END ONLY"
        ELSE
            PERFORM CHECK-PREDECESSORS
            IF PREDECESSORS-DONE
                PERFORM RUN-STEP
            ELSE
                MOVE "B" TO STEP-STATUS(CURRENT-STEP)
                DISPLAY "STEP " SCHEDULE-STEP-NAME(STEP-IDX)
                    " NOT STARTED - WAITING FOR "
                    SCHEDULE-STEP-NAME(BLOCKING-STEP)
            END-IF
        END-IF
    END-IF.

CHECK-PREDECESSORS.
    SET PREDECESSORS-DONE TO TRUE
    MOVE ZERO TO BLOCKING-STEP
    PERFORM VARYING PREDECESSOR-SUB FROM 1 BY 1
            UNTIL PREDECESSOR-SUB > 4
                OR NOT PREDECESSORS-DONE
        MOVE SCHEDULE-PREDECESSOR(STEP-IDX, PREDECESSOR-SUB) TO
            PREDECESSOR-STEP
        IF PREDECESSOR-STEP > 0
            IF NOT STEP-DONE(PREDECESSOR-STEP)
                MOVE "N" TO PREDECESSORS-DONE-SWITCH
                MOVE PREDECESSOR-STEP TO BLOCKING-STEP
            END-IF
        END-IF
    END-PERFORM.

RUN-STEP.
    MOVE SCHEDULE-STEP-NAME(STEP-IDX) TO RUN-COMMAND-NAME
    INSPECT RUN-COMMAND-NAME CONVERTING
        "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO "abcdefghijklmnopqrstuvwxyz"
    MOVE SPACES TO RUN-COMMAND-LINE
    STRING RUN-COMMAND-PREFIX DELIMITED BY SPACE
           RUN-COMMAND-NAME DELIMITED BY SPACE
        INTO RUN-COMMAND-LINE
    END-STRING
    MOVE "S" TO STEP-STATUS(CURRENT-STEP)
    MOVE ZERO TO STEP-RETURN-CODE(CURRENT-STEP)
    ADD 1 TO STEP-RUN-COUNT(CURRENT-STEP)
    SET RUN-LOG-STARTED TO TRUE
    PERFORM WRITE-RUN-LOG-RECORD
    MOVE RUN-LOG-TIME TO STEP-START-TIME(CURRENT-STEP)
    MOVE ZERO TO STEP-END-TIME(CURRENT-STEP)
    DISPLAY "STARTING STEP " SCHEDULE-STEP-NAME(STEP-IDX)
    CALL "SYSTEM" USING RUN-COMMAND-LINE
    MOVE RETURN-CODE TO STEP-RESULT-CODE
    MOVE ZERO TO RETURN-CODE
    IF STEP-RESULT-CODE < 0
        COMPUTE STEP-RESULT-CODE = 0 - STEP-RESULT-CODE
    END-IF
    IF STEP-RESULT-CODE > 9999
        MOVE 9999 TO STEP-RESULT-CODE
    END-IF
    MOVE STEP-RESULT-CODE TO STEP-RETURN-CODE(CURRENT-STEP)
    IF STEP-RESULT-CODE > MAX-OK-RETURN-CODE
        MOVE "F" TO STEP-STATUS(CURRENT-STEP)
        SET RUN-LOG-FAILED TO TRUE
        DISPLAY "STEP " SCHEDULE-STEP-NAME(STEP-IDX)
            " FAILED - RETURN CODE " STEP-RETURN-CODE(CURRENT-STEP)
    ELSE
        MOVE "C" TO STEP-STATUS(CURRENT-STEP)
        SET RUN-LOG-COMPLETED TO TRUE
        DISPLAY "STEP " SCHEDULE-STEP-NAME(STEP-IDX) " COMPLETE"
    END-IF
    PERFORM WRITE-RUN-LOG-RECORD
    MOVE RUN-LOG-TIME TO STEP-END-TIME(CURRENT-STEP).

WRITE-RUN-LOG-RECORD.
    MOVE TODAYS-DATE TO RUN-LOG-BUSINESS-DATE
    MOVE CURRENT-STEP TO RUN-LOG-STEP-NUMBER
    MOVE SCHEDULE-STEP-NAME(STEP-IDX) TO RUN-LOG-STEP-NAME
    ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD
    ACCEPT RUN-LOG-TIME FROM TIME
    MOVE STEP-RETURN-CODE(CURRENT-STEP) TO RUN-LOG-RETURN-CODE
    WRITE RUN-LOG-RECORD.

WRITE-RUN-SUMMARY-REPORT.
    OPEN OUTPUT RUN-SUMMARY-REPORT-FILE
    MOVE SUMMARY-TITLE-LINE-1 TO RUN-SUMMARY-REPORT-LINE
    WRITE RUN-SUMMARY-REPORT-LINE
    MOVE TODAYS-DATE TO TITLE-BUSINESS-DATE
    MOVE SUMMARY-TITLE-LINE-2 TO RUN-SUMMARY-REPORT-LINE
    WRITE RUN-SUMMARY-REPORT-LINE
    ACCEPT RUN-DATE FROM DATE YYYYMMDD
    MOVE RUN-DATE TO TITLE-REPORT-DATE
    MOVE SUMMARY-TITLE-LINE-3 TO RUN-SUMMARY-REPORT-LINE
    WRITE RUN-SUMMARY-REPORT-LINE
    MOVE SPACES TO RUN-SUMMARY-REPORT-LINE
    WRITE RUN-SUMMARY-REPORT-LINE
    MOVE SUMMARY-COLUMN-HEADING TO RUN-SUMMARY-REPORT-LINE
    WRITE RUN-SUMMARY-REPORT-LINE
    PERFORM VARYING STEP-IDX FROM 1 BY 1 UNTIL STEP-IDX > STEP-COUNT
        PERFORM WRITE-STEP-SUMMARY-LINE
    END-PERFORM
    MOVE SPACES TO RUN-SUMMARY-REPORT-LINE
    WRITE RUN-SUMMARY-REPORT-LINE
    MOVE "STEPS COMPLETE:" TO SUMMARY-LABEL
    MOVE STEPS-COMPLETE-COUNT TO SUMMARY-COUNT
    MOVE SUMMARY-COUNT-LINE TO RUN-SUMMARY-REPORT-LINE
    WRITE RUN-SUMMARY-REPORT-LINE
    MOVE "STEPS SKIPPED:" TO SUMMARY-LABEL
    MOVE STEPS-SKIPPED-COUNT TO SUMMARY-COUNT
    MOVE SUMMARY-COUNT-LINE TO RUN-SUMMARY-REPORT-LINE
    WRITE RUN-SUMMARY-REPORT-LINE
    MOVE "STEPS FAILED:" TO SUMMARY-LABEL
    MOVE STEPS-FAILED-COUNT TO SUMMARY-COUNT
    MOVE SUMMARY-COUNT-LINE TO RUN-SUMMARY-REPORT-LINE
    WRITE RUN-SUMMARY-REPORT-LINE
    MOVE "STEPS OUTSTANDING:" TO SUMMARY-LABEL
    MOVE STEPS-OUTSTANDING-COUNT TO SUMMARY-COUNT
    MOVE SUMMARY-COUNT-LINE TO RUN-SUMMARY-REPORT-LINE
    WRITE RUN-SUMMARY-REPORT-LINE
    IF RESTART-FOUND
        MOVE SPACES TO RESULT-TEXT
        STRING "INCOMPLETE - RESTART AT " DELIMITED BY SIZE
               RESTART-STEP-NAME DELIMITED BY SPACE
            INTO RESULT-TEXT
        END-STRING
    ELSE
        MOVE "COMPLETE" TO RESULT-TEXT
    END-IF
    MOVE SUMMARY-RESULT-LINE TO RUN-SUMMARY-REPORT-LINE
    WRITE RUN-SUMMARY-REPORT-LINE
    CLOSE RUN-SUMMARY-REPORT-FILE.

WRITE-STEP-SUMMARY-LINE.
    SET CURRENT-STEP TO STEP-IDX
    MOVE CURRENT-STEP TO DETAIL-STEP-NUMBER
    MOVE SCHEDULE-STEP-NAME(STEP-IDX) TO DETAIL-STEP-NAME
    IF STEP-COMPLETE(CURRENT-STEP)
        MOVE "COMPLETE" TO DETAIL-STATUS
        ADD 1 TO STEPS-COMPLETE-COUNT
    ELSE
        IF STEP-SKIPPED(CURRENT-STEP)
            MOVE "SKIPPED" TO DETAIL-STATUS
            ADD 1 TO STEPS-SKIPPED-COUNT
        ELSE
            IF STEP-FAILED(CURRENT-STEP)
                MOVE "FAILED" TO DETAIL-STATUS
                ADD 1 TO STEPS-FAILED-COUNT
            ELSE
                IF STEP-STARTED(CURRENT-STEP)
                    MOVE "INCOMPLETE" TO DETAIL-STATUS
                ELSE
                    IF STEP-BLOCKED(CURRENT-STEP)
                        MOVE "WAITING" TO DETAIL-STATUS
                    ELSE
                        MOVE "NOT RUN" TO DETAIL-STATUS
                    END-IF
                END-IF
                ADD 1 TO STEPS-OUTSTANDING-COUNT
            END-IF
            IF NOT RESTART-FOUND
                SET RESTART-FOUND TO TRUE
                MOVE SCHEDULE-STEP-NAME(STEP-IDX) TO RESTART-STEP-NAME
            END-IF
        END-IF
    END-IF
    MOVE STEP-START-TIME(CURRENT-STEP) TO TIME-HHMMSS-SPLIT
    MOVE TIME-HHMMSS TO DETAIL-START-TIME
    MOVE STEP-END-TIME(CURRENT-STEP) TO TIME-HHMMSS-SPLIT
    MOVE TIME-HHMMSS TO DETAIL-END-TIME
    MOVE STEP-RETURN-CODE(CURRENT-STEP) TO DETAIL-RETURN-CODE
    MOVE STEP-RUN-COUNT(CURRENT-STEP) TO DETAIL-RUN-COUNT
    MOVE SUMMARY-DETAIL-LINE TO RUN-SUMMARY-REPORT-LINE
    WRITE RUN-SUMMARY-REPORT-LINE.

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
