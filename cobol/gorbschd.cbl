       IDENTIFICATION DIVISION.
       PROGRAM-ID. GORBSCHD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO DYNAMIC CALENDAR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CALENDAR-FILE-STATUS.

           SELECT DEPENDS-FILE ASSIGN TO DYNAMIC DEPENDS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPENDS-FILE-STATUS.

           SELECT OUTCOME-FILE ASSIGN TO DYNAMIC OUTCOME-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OUTCOME-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CALENDAR-FILE.
       01 CALENDAR-RECORD      PIC X(240).

       FD DEPENDS-FILE.
       01 DEPENDS-RECORD       PIC X(410).

       FD OUTCOME-FILE.
       01 OUTCOME-RECORD       PIC X(444).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      * The batch scheduler: decides which GORBJOB streams are
      * due on the run date, launches them through GORBJOB in
      * dependency order, and records the day's outcome for
      * GORBOPS.
      *
      * The calendar file (GORBSCHD_CALENDAR, default
      * GORBSCHD.CALENDAR) holds one rule per line, * comments
      * and blank lines ignored, in the order streams launch:
      *   DAILY    <manifest>   every date
      *   BUSINESS <manifest>   Monday to Friday, not a holiday
      *   DAY nn   <manifest>   day nn of the month, or the last
      *                         day of a month too short for nn
      *   MONTHEND <manifest>   the last business day of the month
      *   HOLIDAY  <YYYYMMDD>   not a business day
      * DAILY and DAY nn are calendar dates and run weekend or
      * holiday alike. A manifest may carry several rules; it is
      * due if any rule matches and runs once.
      *
      * The dependency file (GORBSCHD_DEPENDS, default
      * GORBSCHD.DEPENDS) holds one "<manifest> <predecessor>"
      * pair per line: the manifest may only launch once the
      * predecessor stream completed RC 0 on the run date. A
      * stream whose predecessor is held, is itself waiting, or
      * is not due that day (missing) is left WAITING with the
      * reason recorded, and is never launched. The default
      * dependency file may be absent; a named one may not.
      *
      * The outcome goes to <GORBSCHD_OUTCOME>.<YYYYMMDD>
      * (default prefix GORBSCHD.OUTCOME), rewritten after every
      * launch so an interrupted schedule leaves what it did. A
      * second run the same date picks the file back up: streams
      * that already completed are not launched again and count
      * as completed predecessors; held and waiting streams are
      * looked at afresh.
      * GORBSCHD_JOB names the GORBJOB binary (default gorbjob),
      * overridable so test schedules can point at a scratch
      * build.
      *
      * Usage: gorbschd [run-date-YYYYMMDD]
      *----------------------------------------------------------*
       01 CALENDAR-PATH        PIC X(210) VALUE SPACES.
       01 DEPENDS-PATH         PIC X(210) VALUE SPACES.
       01 OUTCOME-PREFIX       PIC X(200) VALUE SPACES.
       01 OUTCOME-PATH         PIC X(210) VALUE SPACES.
       01 CALENDAR-FILE-STATUS PIC X(2) VALUE SPACES.
       01 DEPENDS-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 OUTCOME-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 ARG-COUNT            PIC 9(3).
       01 ERROR-STRING         PIC X(100) VALUE SPACES.
       01 EOF                  PIC X(1) VALUE "N".
       01 LINE-NUMBER          PIC 9(5) VALUE 0.

      *----------------------------------------------------------*
      * Process return code: 0 means every stream due on the
      * run date completed RC 0.
      *   1 = bad arguments
      *   2 = bad calendar, dependency or outcome file
      *   3 = a stream held or left waiting
      *----------------------------------------------------------*
       01 GORBSCHD-RC          PIC 9(1) VALUE 0.
         88 RC-BAD-ARGS                 VALUE 1.
         88 RC-BAD-CALENDAR             VALUE 2.
         88 RC-NOT-COMPLETE             VALUE 3.

       01 GORBSCHD-JOB         PIC X(200) VALUE SPACES.

       01 RUN-DATE-X           PIC X(8).
       01 RUN-DATE             PIC 9(8) VALUE 0.
       01 RUN-DATE-PARTS REDEFINES RUN-DATE.
         03 RUN-YEAR           PIC 9(4).
         03 RUN-MONTH          PIC 9(2).
         03 RUN-DAY            PIC 9(2).
       01 RUN-INT              PIC 9(9) VALUE 0.
       01 NEXT-MONTH-DATE      PIC 9(8) VALUE 0.
       01 NEXT-MONTH-PARTS REDEFINES NEXT-MONTH-DATE.
         03 NEXT-MONTH-YEAR    PIC 9(4).
         03 NEXT-MONTH-MONTH   PIC 9(2).
         03 NEXT-MONTH-DAY     PIC 9(2).
       01 LAST-INT             PIC 9(9) VALUE 0.
       01 LAST-DATE            PIC 9(8) VALUE 0.
       01 LAST-DATE-PARTS REDEFINES LAST-DATE.
         03 FILLER             PIC 9(6).
         03 LAST-DAY           PIC 9(2).

      *----------------------------------------------------------*
      * What the run date is. Day 1 of the integer date count
      * (1 January 1601) was a Monday, so weekday 0 is Monday
      * and 5 and 6 are the weekend.
      *----------------------------------------------------------*
       01 PROBE-INT            PIC 9(9) VALUE 0.
       01 SCAN-INT             PIC 9(9) VALUE 0.
       01 PROBE-DATE           PIC 9(8) VALUE 0.
       01 PROBE-WEEKDAY        PIC 9(1) VALUE 0.
       01 PROBE-QUOTIENT       PIC 9(9) VALUE 0.
       01 PROBE-BUSINESS-SW    PIC X(1) VALUE "N".
         88 PROBE-BUSINESS              VALUE "Y".
       01 RUN-BUSINESS-SW      PIC X(1) VALUE "N".
         88 RUN-BUSINESS                VALUE "Y".
       01 RUN-MONTHEND-SW      PIC X(1) VALUE "N".
         88 RUN-MONTHEND                VALUE "Y".

      *----------------------------------------------------------*
      * Calendar and dependency lines as read.
      *----------------------------------------------------------*
       01 WORD-1               PIC X(16).
       01 WORD-2               PIC X(200).
       01 WORD-3               PIC X(200).
       01 WORD-4               PIC X(200).
       01 RULE-DAY             PIC 9(2).

       01 RULE-TABLE.
         03 RULE-ENTRY OCCURS 500 TIMES.
           05 RULE-KIND        PIC X(8).
           05 RULE-DAY-OF      PIC 9(2).
           05 RULE-MANIFEST    PIC X(200).
       01 RULE-COUNT           PIC 9(3) VALUE 0.
       01 RULE-IDX             PIC 9(3).

       01 HOLIDAY-TABLE.
         03 HOLIDAY-DATE       PIC 9(8) OCCURS 400 TIMES.
       01 HOLIDAY-COUNT        PIC 9(3) VALUE 0.
       01 HOLIDAY-IDX          PIC 9(3).

       01 DEP-TABLE.
         03 DEP-ENTRY OCCURS 500 TIMES.
           05 DEP-STREAM       PIC X(200).
           05 DEP-PREDECESSOR  PIC X(200).
       01 DEP-COUNT            PIC 9(3) VALUE 0.
       01 DEP-IDX              PIC 9(3).

      *----------------------------------------------------------*
      * The streams due on the run date, in calendar order, and
      * where each one got to. PENDING is never written out.
      *----------------------------------------------------------*
       01 STREAM-TABLE.
         03 STREAM-ENTRY OCCURS 200 TIMES.
           05 STREAM-MANIFEST  PIC X(200).
           05 STREAM-STATE     PIC X(9).
             88 STREAM-PENDING          VALUE "PENDING".
             88 STREAM-COMPLETED        VALUE "COMPLETED".
             88 STREAM-HELD             VALUE "HELD".
             88 STREAM-WAITING          VALUE "WAITING".
           05 STREAM-TIME      PIC 9(8).
           05 STREAM-RC        PIC 9(3).
           05 STREAM-REASON    PIC X(220).
       01 STREAM-COUNT         PIC 9(3) VALUE 0.
       01 STREAM-IDX           PIC 9(3).
       01 FIND-NAME            PIC X(200).
       01 FOUND-IDX            PIC 9(3).
       01 PRED-IDX             PIC 9(3).
       01 OUTCOME-IDX          PIC 9(3).

       01 PROGRESS-SW          PIC X(1) VALUE "N".
       01 PRED-STATE-SW        PIC X(1) VALUE "R".
         88 PRED-READY                  VALUE "R".
         88 PRED-DEFERRED               VALUE "D".
         88 PRED-BLOCKED                VALUE "B".
       01 PRED-REASON          PIC X(220).
       01 LOOP-PREDECESSOR     PIC X(200).

       01 COMPLETED-COUNT      PIC 9(3) VALUE 0.
       01 HELD-COUNT           PIC 9(3) VALUE 0.
       01 WAITING-COUNT        PIC 9(3) VALUE 0.
       01 EARLIER-COUNT        PIC 9(3) VALUE 0.

       01 COMMAND-PTR          PIC 9(3).
       01 STEP-RAW             PIC S9(9) VALUE 0.
       01 STEP-RC              PIC 9(3)  VALUE 0.
       01 STEP-COMMAND         PIC X(460).

      * The outcome line GORBOPS reads back - keep its OUTCOME-
      * DETAIL in step.
       01 OUTCOME-DETAIL.
         03 OUTCOME-STATE      PIC X(9).
         03 FILLER             PIC X(1).
         03 OUTCOME-TIME       PIC 9(8).
         03 FILLER             PIC X(1).
         03 OUTCOME-RC         PIC 9(3).
         03 FILLER             PIC X(1).
         03 OUTCOME-MANIFEST   PIC X(200).
         03 FILLER             PIC X(1).
         03 OUTCOME-REASON     PIC X(220).

       PROCEDURE DIVISION.
           PERFORM READ-ARGS        THRU READ-ARGS-FN.
           PERFORM CLASSIFY-DATE    THRU CLASSIFY-DATE-FN.
           PERFORM READ-CALENDAR    THRU READ-CALENDAR-FN.
           PERFORM SELECT-STREAMS   THRU SELECT-STREAMS-FN.
           PERFORM READ-DEPENDS     THRU READ-DEPENDS-FN.
           PERFORM READ-OUTCOME     THRU READ-OUTCOME-FN.
           PERFORM SHOW-HEADER      THRU SHOW-HEADER-FN.
           PERFORM RUN-SCHEDULE     THRU RUN-SCHEDULE-FN.
           PERFORM WRITE-OUTCOME    THRU WRITE-OUTCOME-FN.
           PERFORM SHOW-SCHEDULE    THRU SHOW-SCHEDULE-FN.
           GO EXIT-PROGRAM.

       EXIT-PROGRAM.
           IF ERROR-STRING NOT = SPACES
             DISPLAY
               "Error in " ERROR-STRING
             END-DISPLAY
           END-IF.
           MOVE GORBSCHD-RC TO RETURN-CODE.
           STOP RUN.

       READ-ARGS.
      *----------*
           ACCEPT ARG-COUNT
             FROM ARGUMENT-NUMBER
           END-ACCEPT.
           IF ARG-COUNT > 1
             STRING "READ-ARGS | Wrong number of arguments: "
               ARG-COUNT
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-ARGS TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           IF ARG-COUNT = 1
             ACCEPT RUN-DATE-X
               FROM ARGUMENT-VALUE
             END-ACCEPT
             IF RUN-DATE-X IS NOT NUMERIC
               STRING "READ-ARGS | Not a YYYYMMDD date: "
                 DELIMITED BY SIZE
                 RUN-DATE-X DELIMITED BY SIZE
                 INTO ERROR-STRING
               END-STRING
               SET RC-BAD-ARGS TO TRUE
               GO EXIT-PROGRAM
             END-IF
             MOVE RUN-DATE-X TO RUN-DATE
           ELSE
             ACCEPT RUN-DATE FROM DATE YYYYMMDD END-ACCEPT
           END-IF.
           IF RUN-YEAR < 1601
               OR FUNCTION TEST-DATE-YYYYMMDD(RUN-DATE) NOT = 0
             STRING "READ-ARGS | Not a calendar date: "
               DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-ARGS TO TRUE
             GO EXIT-PROGRAM
           END-IF.

           ACCEPT CALENDAR-PATH
             FROM ENVIRONMENT "GORBSCHD_CALENDAR"
           END-ACCEPT.
           IF CALENDAR-PATH = SPACES
             MOVE "GORBSCHD.CALENDAR" TO CALENDAR-PATH
           END-IF.
           ACCEPT DEPENDS-PATH
             FROM ENVIRONMENT "GORBSCHD_DEPENDS"
           END-ACCEPT.
           ACCEPT OUTCOME-PREFIX
             FROM ENVIRONMENT "GORBSCHD_OUTCOME"
           END-ACCEPT.
           IF OUTCOME-PREFIX = SPACES
             MOVE "GORBSCHD.OUTCOME" TO OUTCOME-PREFIX
           END-IF.
           STRING OUTCOME-PREFIX DELIMITED BY SPACE
                  "."            DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  INTO OUTCOME-PATH
           END-STRING.
           ACCEPT GORBSCHD-JOB
             FROM ENVIRONMENT "GORBSCHD_JOB"
           END-ACCEPT.
           IF GORBSCHD-JOB = SPACES
             MOVE "gorbjob" TO GORBSCHD-JOB
           END-IF.
       READ-ARGS-FN.
      *-------------*
           EXIT.

       CLASSIFY-DATE.
      *--------------*
      * Business day and month-end for the run date. Month-end is
      * the last business day of the month, found by checking
      * that no business day follows the run date before the
      * month is out. Holidays are not loaded yet, so this only
      * works out the month's last day here; READ-CALENDAR comes
      * back through CLASSIFY-RUN-DATE once they are.
           COMPUTE RUN-INT
             = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           END-COMPUTE.
           MOVE RUN-DATE TO NEXT-MONTH-DATE.
           MOVE 1 TO NEXT-MONTH-DAY.
           IF RUN-MONTH = 12
             ADD 1 TO NEXT-MONTH-YEAR END-ADD
             MOVE 1 TO NEXT-MONTH-MONTH
           ELSE
             ADD 1 TO NEXT-MONTH-MONTH END-ADD
           END-IF.
           COMPUTE LAST-INT
             = FUNCTION INTEGER-OF-DATE(NEXT-MONTH-DATE) - 1
           END-COMPUTE.
           COMPUTE LAST-DATE
             = FUNCTION DATE-OF-INTEGER(LAST-INT)
           END-COMPUTE.
       CLASSIFY-DATE-FN.
      *-----------------*
           EXIT.

       CLASSIFY-RUN-DATE.
      *------------------*
           MOVE RUN-INT TO PROBE-INT.
           PERFORM TEST-BUSINESS-DAY THRU TEST-BUSINESS-DAY-FN.
           MOVE PROBE-BUSINESS-SW TO RUN-BUSINESS-SW.
           MOVE RUN-BUSINESS-SW TO RUN-MONTHEND-SW.
           PERFORM VARYING SCAN-INT FROM RUN-INT BY 1
                     UNTIL SCAN-INT >= LAST-INT
                        OR NOT RUN-MONTHEND
             ADD 1 TO SCAN-INT GIVING PROBE-INT END-ADD
             PERFORM TEST-BUSINESS-DAY THRU TEST-BUSINESS-DAY-FN
             IF PROBE-BUSINESS
               MOVE "N" TO RUN-MONTHEND-SW
             END-IF
           END-PERFORM.
       CLASSIFY-RUN-DATE-FN.
      *---------------------*
           EXIT.

       TEST-BUSINESS-DAY.
      *------------------*
      * Is the date PROBE-INT days into the count a business day?
           COMPUTE PROBE-DATE
             = FUNCTION DATE-OF-INTEGER(PROBE-INT)
           END-COMPUTE.
           SUBTRACT 1 FROM PROBE-INT GIVING PROBE-QUOTIENT
           END-SUBTRACT.
           DIVIDE PROBE-QUOTIENT BY 7 GIVING PROBE-QUOTIENT
             REMAINDER PROBE-WEEKDAY
           END-DIVIDE.
           MOVE "N" TO PROBE-BUSINESS-SW.
           IF PROBE-WEEKDAY > 4
             GO TEST-BUSINESS-DAY-FN
           END-IF.
           PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
                     UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
             IF HOLIDAY-DATE (HOLIDAY-IDX) = PROBE-DATE
               GO TEST-BUSINESS-DAY-FN
             END-IF
           END-PERFORM.
           SET PROBE-BUSINESS TO TRUE.
       TEST-BUSINESS-DAY-FN.
      *---------------------*
           EXIT.

       READ-CALENDAR.
      *--------------*
      * Any line that is not a rule the scheduler knows stops the
      * schedule before anything launches - a misspelt rule
      * would otherwise quietly drop a stream from the night.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-STATUS NOT = "00"
             STRING "READ-CALENDAR | Cannot open calendar: "
               DELIMITED BY SIZE
               CALENDAR-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-CALENDAR TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           MOVE "N" TO EOF.
           MOVE 0 TO LINE-NUMBER.
           PERFORM UNTIL EOF = "Y"
             READ CALENDAR-FILE
               AT END
                 MOVE "Y" TO EOF
               NOT AT END
                 ADD 1 TO LINE-NUMBER END-ADD
                 IF CALENDAR-RECORD NOT = SPACES
                     AND CALENDAR-RECORD(1:1) NOT = "*"
                   PERFORM PARSE-CALENDAR-LINE
                     THRU PARSE-CALENDAR-LINE-FN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.
           PERFORM CLASSIFY-RUN-DATE THRU CLASSIFY-RUN-DATE-FN.
       READ-CALENDAR-FN.
      *-----------------*
           EXIT.

       PARSE-CALENDAR-LINE.
      *--------------------*
           MOVE SPACES TO WORD-1 WORD-2 WORD-3 WORD-4.
           UNSTRING CALENDAR-RECORD DELIMITED BY ALL SPACE
             INTO WORD-1 WORD-2 WORD-3 WORD-4
           END-UNSTRING.
           EVALUATE TRUE
             WHEN WORD-1 = "HOLIDAY" AND WORD-3 = SPACES
                 AND WORD-2(1:8) IS NUMERIC AND WORD-2(9:) = SPACES
               MOVE WORD-2(1:8) TO PROBE-DATE
               IF PROBE-DATE(1:4) < "1601"
                   OR FUNCTION TEST-DATE-YYYYMMDD(PROBE-DATE) NOT = 0
                 PERFORM BAD-CALENDAR-LINE THRU BAD-CALENDAR-LINE-FN
               END-IF
               IF HOLIDAY-COUNT >= 400
                 PERFORM BAD-CALENDAR-LINE THRU BAD-CALENDAR-LINE-FN
               END-IF
               ADD 1 TO HOLIDAY-COUNT END-ADD
               MOVE PROBE-DATE TO HOLIDAY-DATE (HOLIDAY-COUNT)
             WHEN (WORD-1 = "DAILY" OR "BUSINESS" OR "MONTHEND")
                 AND WORD-2 NOT = SPACES AND WORD-3 = SPACES
               MOVE 0 TO RULE-DAY
               PERFORM ADD-RULE THRU ADD-RULE-FN
             WHEN WORD-1 = "DAY"
                 AND WORD-3 NOT = SPACES AND WORD-4 = SPACES
               EVALUATE TRUE
                 WHEN WORD-2(1:1) IS NUMERIC AND WORD-2(2:) = SPACES
                   MOVE WORD-2(1:1) TO RULE-DAY
                 WHEN WORD-2(1:2) IS NUMERIC AND WORD-2(3:) = SPACES
                   MOVE WORD-2(1:2) TO RULE-DAY
                 WHEN OTHER
                   PERFORM BAD-CALENDAR-LINE THRU BAD-CALENDAR-LINE-FN
               END-EVALUATE
               IF RULE-DAY < 1 OR RULE-DAY > 31
                 PERFORM BAD-CALENDAR-LINE THRU BAD-CALENDAR-LINE-FN
               END-IF
               MOVE WORD-3 TO WORD-2
               PERFORM ADD-RULE THRU ADD-RULE-FN
             WHEN OTHER
               PERFORM BAD-CALENDAR-LINE THRU BAD-CALENDAR-LINE-FN
           END-EVALUATE.
       PARSE-CALENDAR-LINE-FN.
      *-----------------------*
           EXIT.

       BAD-CALENDAR-LINE.
      *------------------*
           CLOSE CALENDAR-FILE.
           STRING "READ-CALENDAR | Bad calendar line " DELIMITED BY SIZE
             LINE-NUMBER DELIMITED BY SIZE
             ": " DELIMITED BY SIZE
             CALENDAR-RECORD DELIMITED BY SIZE
             INTO ERROR-STRING
           END-STRING.
           SET RC-BAD-CALENDAR TO TRUE.
           GO EXIT-PROGRAM.
       BAD-CALENDAR-LINE-FN.
      *---------------------*
           EXIT.

       ADD-RULE.
      *---------*
           IF RULE-COUNT >= 500
             PERFORM BAD-CALENDAR-LINE THRU BAD-CALENDAR-LINE-FN
           END-IF.
           ADD 1 TO RULE-COUNT END-ADD.
           MOVE WORD-1   TO RULE-KIND     (RULE-COUNT).
           MOVE RULE-DAY TO RULE-DAY-OF   (RULE-COUNT).
           MOVE WORD-2   TO RULE-MANIFEST (RULE-COUNT).
       ADD-RULE-FN.
      *------------*
           EXIT.

       SELECT-STREAMS.
      *---------------*
      * DAY nn past the end of a short month falls on the month's
      * last day, so DAY 31 is a monthly stream in every month.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                     UNTIL RULE-IDX > RULE-COUNT
             MOVE "N" TO PROGRESS-SW
             EVALUATE RULE-KIND (RULE-IDX)
               WHEN "DAILY"
                 MOVE "Y" TO PROGRESS-SW
               WHEN "BUSINESS"
                 MOVE RUN-BUSINESS-SW TO PROGRESS-SW
               WHEN "MONTHEND"
                 MOVE RUN-MONTHEND-SW TO PROGRESS-SW
               WHEN "DAY"
                 IF RULE-DAY-OF (RULE-IDX) = RUN-DAY
                     OR (RULE-DAY-OF (RULE-IDX) > LAST-DAY
                         AND RUN-DAY = LAST-DAY)
                   MOVE "Y" TO PROGRESS-SW
                 END-IF
             END-EVALUATE
             IF PROGRESS-SW = "Y"
               MOVE RULE-MANIFEST (RULE-IDX) TO FIND-NAME
               PERFORM ADD-STREAM THRU ADD-STREAM-FN
             END-IF
           END-PERFORM.
       SELECT-STREAMS-FN.
      *------------------*
           EXIT.

       FIND-STREAM.
      *------------*
           MOVE 0 TO FOUND-IDX.
           PERFORM VARYING STREAM-IDX FROM 1 BY 1
                     UNTIL STREAM-IDX > STREAM-COUNT
                        OR FOUND-IDX > 0
             IF STREAM-MANIFEST (STREAM-IDX) = FIND-NAME
               MOVE STREAM-IDX TO FOUND-IDX
             END-IF
           END-PERFORM.
       FIND-STREAM-FN.
      *---------------*
           EXIT.

       ADD-STREAM.
      *-----------*
           PERFORM FIND-STREAM THRU FIND-STREAM-FN.
           IF FOUND-IDX > 0
             GO ADD-STREAM-FN
           END-IF.
           IF STREAM-COUNT >= 200
             STRING "ADD-STREAM | More than 200 streams due on "
               DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-CALENDAR TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           ADD 1 TO STREAM-COUNT END-ADD.
           MOVE STREAM-COUNT TO FOUND-IDX.
           MOVE FIND-NAME TO STREAM-MANIFEST (FOUND-IDX).
           MOVE "PENDING" TO STREAM-STATE (FOUND-IDX).
           MOVE 0 TO STREAM-TIME (FOUND-IDX) STREAM-RC (FOUND-IDX).
           MOVE SPACES TO STREAM-REASON (FOUND-IDX).
       ADD-STREAM-FN.
      *--------------*
           EXIT.

       READ-DEPENDS.
      *-------------*
           IF DEPENDS-PATH = SPACES
             MOVE "GORBSCHD.DEPENDS" TO DEPENDS-PATH
             OPEN INPUT DEPENDS-FILE
             IF DEPENDS-FILE-STATUS NOT = "00"
               GO READ-DEPENDS-FN
             END-IF
           ELSE
             OPEN INPUT DEPENDS-FILE
           END-IF.
           IF DEPENDS-FILE-STATUS NOT = "00"
             STRING "READ-DEPENDS | Cannot open dependency file: "
               DELIMITED BY SIZE
               DEPENDS-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-CALENDAR TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           MOVE "N" TO EOF.
           MOVE 0 TO LINE-NUMBER.
           PERFORM UNTIL EOF = "Y"
             READ DEPENDS-FILE
               AT END
                 MOVE "Y" TO EOF
               NOT AT END
                 ADD 1 TO LINE-NUMBER END-ADD
                 IF DEPENDS-RECORD NOT = SPACES
                     AND DEPENDS-RECORD(1:1) NOT = "*"
                   PERFORM PARSE-DEPENDS-LINE
                     THRU PARSE-DEPENDS-LINE-FN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE DEPENDS-FILE.
       READ-DEPENDS-FN.
      *----------------*
           EXIT.

       PARSE-DEPENDS-LINE.
      *-------------------*
           MOVE SPACES TO WORD-2 WORD-3 WORD-4.
           UNSTRING DEPENDS-RECORD DELIMITED BY ALL SPACE
             INTO WORD-2 WORD-3 WORD-4
           END-UNSTRING.
           IF WORD-2 = SPACES OR WORD-3 = SPACES
               OR WORD-4 NOT = SPACES OR DEP-COUNT >= 500
             CLOSE DEPENDS-FILE
             STRING "READ-DEPENDS | Bad dependency line "
               DELIMITED BY SIZE
               LINE-NUMBER DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               DEPENDS-RECORD DELIMITED BY SIZE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-CALENDAR TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           ADD 1 TO DEP-COUNT END-ADD.
           MOVE WORD-2 TO DEP-STREAM      (DEP-COUNT).
           MOVE WORD-3 TO DEP-PREDECESSOR (DEP-COUNT).
       PARSE-DEPENDS-LINE-FN.
      *----------------------*
           EXIT.

       READ-OUTCOME.
      *-------------*
      * An earlier schedule for the same date: whatever completed
      * then stands, due today or not, and is not launched again.
           OPEN INPUT OUTCOME-FILE.
           IF OUTCOME-FILE-STATUS NOT = "00"
             GO READ-OUTCOME-FN
           END-IF.
           MOVE "N" TO EOF.
           PERFORM UNTIL EOF = "Y"
             READ OUTCOME-FILE
               AT END
                 MOVE "Y" TO EOF
               NOT AT END
                 MOVE OUTCOME-RECORD TO OUTCOME-DETAIL
                 IF OUTCOME-STATE = "COMPLETED"
                     AND OUTCOME-MANIFEST NOT = SPACES
                   MOVE OUTCOME-MANIFEST TO FIND-NAME
                   PERFORM ADD-STREAM THRU ADD-STREAM-FN
                   MOVE "COMPLETED" TO STREAM-STATE (FOUND-IDX)
                   MOVE OUTCOME-TIME TO STREAM-TIME (FOUND-IDX)
                   MOVE OUTCOME-RC TO STREAM-RC (FOUND-IDX)
                   MOVE "COMPLETED ON AN EARLIER SCHEDULE RUN"
                     TO STREAM-REASON (FOUND-IDX)
                   ADD 1 TO EARLIER-COUNT END-ADD
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE OUTCOME-FILE.
       READ-OUTCOME-FN.
      *----------------*
           EXIT.

       RUN-SCHEDULE.
      *-------------*
      * Passes over the pending streams in calendar order until a
      * pass decides nothing more: a stream whose predecessors
      * all completed launches, one blocked by a predecessor goes
      * WAITING, one whose predecessor is still pending waits for
      * the next pass. Whatever is still pending after that is
      * waiting on a dependency loop - every stream in it is
      * given its reason before any is marked, so each names the
      * pending predecessor it was waiting for.
           MOVE "Y" TO PROGRESS-SW.
           PERFORM UNTIL PROGRESS-SW = "N"
             MOVE "N" TO PROGRESS-SW
             PERFORM VARYING STREAM-IDX FROM 1 BY 1
                       UNTIL STREAM-IDX > STREAM-COUNT
               IF STREAM-PENDING (STREAM-IDX)
                 PERFORM SCHEDULE-STREAM THRU SCHEDULE-STREAM-FN
               END-IF
             END-PERFORM
           END-PERFORM.
           PERFORM VARYING STREAM-IDX FROM 1 BY 1
                     UNTIL STREAM-IDX > STREAM-COUNT
             IF STREAM-PENDING (STREAM-IDX)
               PERFORM CHECK-PREDECESSORS THRU CHECK-PREDECESSORS-FN
               MOVE SPACES TO STREAM-REASON (STREAM-IDX)
               STRING "DEPENDENCY LOOP THROUGH " DELIMITED BY SIZE
                      LOOP-PREDECESSOR DELIMITED BY SPACE
                      INTO STREAM-REASON (STREAM-IDX)
               END-STRING
             END-IF
           END-PERFORM.
           PERFORM VARYING STREAM-IDX FROM 1 BY 1
                     UNTIL STREAM-IDX > STREAM-COUNT
             IF STREAM-PENDING (STREAM-IDX)
               MOVE "WAITING" TO STREAM-STATE (STREAM-IDX)
             END-IF
           END-PERFORM.
       RUN-SCHEDULE-FN.
      *----------------*
           EXIT.

       SCHEDULE-STREAM.
      *----------------*
           PERFORM CHECK-PREDECESSORS THRU CHECK-PREDECESSORS-FN.
           EVALUATE TRUE
             WHEN PRED-BLOCKED
               MOVE "Y" TO PROGRESS-SW
               MOVE "WAITING" TO STREAM-STATE (STREAM-IDX)
               MOVE PRED-REASON TO STREAM-REASON (STREAM-IDX)
             WHEN PRED-READY
               MOVE "Y" TO PROGRESS-SW
               PERFORM LAUNCH-STREAM THRU LAUNCH-STREAM-FN
           END-EVALUATE.
       SCHEDULE-STREAM-FN.
      *-------------------*
           EXIT.

       CHECK-PREDECESSORS.
      *-------------------*
      * Every predecessor named for the stream must have
      * completed on the run date. The first one that never will
      * today blocks it, and is the reason recorded.
           SET PRED-READY TO TRUE.
           MOVE SPACES TO PRED-REASON LOOP-PREDECESSOR.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                     UNTIL DEP-IDX > DEP-COUNT OR PRED-BLOCKED
             IF DEP-STREAM (DEP-IDX) = STREAM-MANIFEST (STREAM-IDX)
               PERFORM CHECK-ONE-PREDECESSOR
                 THRU CHECK-ONE-PREDECESSOR-FN
             END-IF
           END-PERFORM.
       CHECK-PREDECESSORS-FN.
      *----------------------*
           EXIT.

       CHECK-ONE-PREDECESSOR.
      *----------------------*
      * FIND-STREAM runs its own loop on STREAM-IDX, so the
      * stream being scheduled is set aside round it.
           MOVE STREAM-IDX TO PRED-IDX.
           MOVE DEP-PREDECESSOR (DEP-IDX) TO FIND-NAME.
           PERFORM FIND-STREAM THRU FIND-STREAM-FN.
           MOVE PRED-IDX TO STREAM-IDX.
           IF FOUND-IDX = 0
             SET PRED-BLOCKED TO TRUE
             STRING "PREDECESSOR NOT SCHEDULED " DELIMITED BY SIZE
                    FIND-NAME DELIMITED BY SPACE
                    INTO PRED-REASON
             END-STRING
             GO CHECK-ONE-PREDECESSOR-FN
           END-IF.
           EVALUATE TRUE
             WHEN STREAM-HELD (FOUND-IDX)
               SET PRED-BLOCKED TO TRUE
               STRING "PREDECESSOR HELD RC " DELIMITED BY SIZE
                      STREAM-RC (FOUND-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FIND-NAME DELIMITED BY SPACE
                      INTO PRED-REASON
               END-STRING
             WHEN STREAM-WAITING (FOUND-IDX)
               SET PRED-BLOCKED TO TRUE
               STRING "PREDECESSOR WAITING " DELIMITED BY SIZE
                      FIND-NAME DELIMITED BY SPACE
                      INTO PRED-REASON
               END-STRING
             WHEN STREAM-PENDING (FOUND-IDX)
               SET PRED-DEFERRED TO TRUE
               IF LOOP-PREDECESSOR = SPACES
                 MOVE FIND-NAME TO LOOP-PREDECESSOR
               END-IF
           END-EVALUATE.
       CHECK-ONE-PREDECESSOR-FN.
      *-------------------------*
           EXIT.

       LAUNCH-STREAM.
      *--------------*
           MOVE SPACES TO STEP-COMMAND.
           MOVE 1 TO COMMAND-PTR.
           STRING GORBSCHD-JOB DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  STREAM-MANIFEST (STREAM-IDX) DELIMITED BY SPACE
                  INTO STEP-COMMAND
                  WITH POINTER COMMAND-PTR
           END-STRING.
           ACCEPT STREAM-TIME (STREAM-IDX) FROM TIME END-ACCEPT.
           DISPLAY "  " STEP-COMMAND(1:COMMAND-PTR)
           END-DISPLAY.
           CALL "SYSTEM" USING STEP-COMMAND END-CALL.
      * Exit code in the high-order byte of the wait status, as
      * GORBJOB itself finds with each step.
           MOVE RETURN-CODE TO STEP-RAW.
           IF STEP-RAW > 255
             DIVIDE STEP-RAW BY 256 GIVING STEP-RC END-DIVIDE
           ELSE
             MOVE STEP-RAW TO STEP-RC
           END-IF.
           MOVE STEP-RC TO STREAM-RC (STREAM-IDX).
           IF STEP-RC = 0
             MOVE "COMPLETED" TO STREAM-STATE (STREAM-IDX)
           ELSE
             MOVE "HELD" TO STREAM-STATE (STREAM-IDX)
             MOVE SPACES TO STREAM-REASON (STREAM-IDX)
             STRING "SEE " DELIMITED BY SIZE
                    STREAM-MANIFEST (STREAM-IDX) DELIMITED BY SPACE
                    ".STATUS" DELIMITED BY SIZE
                    INTO STREAM-REASON (STREAM-IDX)
             END-STRING
           END-IF.
           PERFORM WRITE-OUTCOME THRU WRITE-OUTCOME-FN.
       LAUNCH-STREAM-FN.
      *-----------------*
           EXIT.

       WRITE-OUTCOME.
      *--------------*
      * The whole day so far, decided streams only. Uses its own
      * subscript - it runs from inside the launch loop.
           OPEN OUTPUT OUTCOME-FILE.
           IF OUTCOME-FILE-STATUS NOT = "00"
             STRING "WRITE-OUTCOME | Cannot open outcome file: "
               DELIMITED BY SIZE
               OUTCOME-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-CALENDAR TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           PERFORM VARYING OUTCOME-IDX FROM 1 BY 1
                     UNTIL OUTCOME-IDX > STREAM-COUNT
             IF NOT STREAM-PENDING (OUTCOME-IDX)
               MOVE SPACES TO OUTCOME-DETAIL
               MOVE STREAM-STATE    (OUTCOME-IDX) TO OUTCOME-STATE
               MOVE STREAM-TIME     (OUTCOME-IDX) TO OUTCOME-TIME
               MOVE STREAM-RC       (OUTCOME-IDX) TO OUTCOME-RC
               MOVE STREAM-MANIFEST (OUTCOME-IDX) TO OUTCOME-MANIFEST
               MOVE STREAM-REASON   (OUTCOME-IDX) TO OUTCOME-REASON
               MOVE OUTCOME-DETAIL TO OUTCOME-RECORD
               WRITE OUTCOME-RECORD END-WRITE
             END-IF
           END-PERFORM.
           CLOSE OUTCOME-FILE.
       WRITE-OUTCOME-FN.
      *-----------------*
           EXIT.

       SHOW-HEADER.
      *------------*
           DISPLAY "GORBITSA BATCH SCHEDULE" END-DISPLAY.
           DISPLAY "Run date       : " RUN-DATE END-DISPLAY.
           IF RUN-BUSINESS
             DISPLAY "Day type       : BUSINESS DAY" END-DISPLAY
           ELSE
             DISPLAY "Day type       : NOT A BUSINESS DAY"
             END-DISPLAY
           END-IF.
           IF RUN-MONTHEND
             DISPLAY "Month-end      : YES" END-DISPLAY
           ELSE
             DISPLAY "Month-end      : NO" END-DISPLAY
           END-IF.
           DISPLAY "Calendar       : " CALENDAR-PATH END-DISPLAY.
           DISPLAY "Outcome        : " OUTCOME-PATH END-DISPLAY.
           DISPLAY " " END-DISPLAY.
           DISPLAY "LAUNCHES" END-DISPLAY.
       SHOW-HEADER-FN.
      *---------------*
           EXIT.

       SHOW-SCHEDULE.
      *--------------*
           DISPLAY " " END-DISPLAY.
           DISPLAY "STREAMS DUE" END-DISPLAY.
           IF STREAM-COUNT = 0
             DISPLAY "  None." END-DISPLAY
           END-IF.
           PERFORM VARYING STREAM-IDX FROM 1 BY 1
                     UNTIL STREAM-IDX > STREAM-COUNT
             EVALUATE TRUE
               WHEN STREAM-COMPLETED (STREAM-IDX)
                 ADD 1 TO COMPLETED-COUNT END-ADD
               WHEN STREAM-HELD (STREAM-IDX)
                 ADD 1 TO HELD-COUNT END-ADD
               WHEN OTHER
                 ADD 1 TO WAITING-COUNT END-ADD
             END-EVALUATE
             DISPLAY "  " STREAM-STATE (STREAM-IDX)
                     " RC " STREAM-RC (STREAM-IDX)
                     " " STREAM-MANIFEST (STREAM-IDX)
             END-DISPLAY
             IF STREAM-REASON (STREAM-IDX) NOT = SPACES
               DISPLAY "            " STREAM-REASON (STREAM-IDX)
               END-DISPLAY
             END-IF
           END-PERFORM.
           DISPLAY " " END-DISPLAY.
           DISPLAY "Completed      : " COMPLETED-COUNT END-DISPLAY.
           DISPLAY "  earlier runs : " EARLIER-COUNT END-DISPLAY.
           DISPLAY "Held           : " HELD-COUNT END-DISPLAY.
           DISPLAY "Waiting        : " WAITING-COUNT END-DISPLAY.
           IF HELD-COUNT > 0 OR WAITING-COUNT > 0
             SET RC-NOT-COMPLETE TO TRUE
           END-IF.
       SHOW-SCHEDULE-FN.
      *-----------------*
           EXIT.
