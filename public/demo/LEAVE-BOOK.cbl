       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-BOOK.
       AUTHOR. ASSAY-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *
      * LEAVE BOOKING - FORWARD BALANCE APPROVAL
      * Runs each cycle before TIME-EDIT. A leave request signed
      * off by a manager is approved or declined against the
      * balance the employee will have on the leave start date,
      * not the balance on today's LEAVE-FILE: the projection
      * starts from the LEAVE-FILE balance, adds the accrual every
      * pay run between now and the start will credit (the same
      * WS-ANNUAL-LEAVE-RATE / WS-LSL-LEAVE-RATE the pay run uses,
      * scaled to the group's pay period), and takes off the
      * bookings already approved and not yet drawn by a
      * completed run. A request is also declined if taking it
      * would leave a later approved booking short on its own
      * start date. Every decision is appended to the booking
      * file, which is the standing record of approved leave.
      * For salaried staff - who are paid a flat salary and
      * would otherwise never draw a booked absence from the
      * balance - each approved booking covering the coming
      * run's period is written out as a TR-LEAVE-HOURS or
      * TR-LSL-HOURS timesheet record stamped to that period, for
      * the site to append to the raw time file ahead of
      * TIME-EDIT. Hourly and contract staff claim the leave on
      * their own timesheets as always. A forward leave calendar
      * by department is printed for managers.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-REQUEST-FILE ASSIGN TO LVREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT LEAVE-BOOKING-FILE ASSIGN TO LVBOOK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT LEAVE-FILE ASSIGN TO LEAVEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO HOLCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
           SELECT LEAVE-TIME-FILE ASSIGN TO LVTIME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LVT-STATUS.
           SELECT BOOKING-REPORT-FILE ASSIGN TO LVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CALENDAR-REPORT-FILE ASSIGN TO LVCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT CALENDAR-SORT-FILE ASSIGN TO CALWORK.
      *
       DATA DIVISION.
       FILE SECTION.
      *    One leave request per record, as signed off on paper -
      *    LQ-APPROVED-BY is the manager who signed the form; the
      *    balance check is this program's
       FD  LEAVE-REQUEST-FILE.
       01  LEAVE-REQUEST-RECORD.
           05  LQ-EMP-ID           PIC 9(6).
           05  LQ-LEAVE-TYPE       PIC X(1).
               88  LQ-ANNUAL-LEAVE VALUE 'A'.
               88  LQ-LONG-SERVICE VALUE 'L'.
           05  LQ-START-DATE       PIC 9(8).
           05  LQ-END-DATE         PIC 9(8).
           05  LQ-APPROVED-BY      PIC X(8).
      *
      *    Every decision ever made - read whole at start for the
      *    approved bookings still to be drawn, then opened EXTEND
      *    for this cycle's decisions. Never truncated: it is the
      *    record of what was approved, on what projected balance.
      *    BK-HOURS is the working days in the range at the
      *    standard day (public holidays excluded).
       FD  LEAVE-BOOKING-FILE.
       01  LEAVE-BOOKING-RECORD.
           05  BK-EMP-ID           PIC 9(6).
           05  BK-LEAVE-TYPE       PIC X(1).
               88  BK-ANNUAL-LEAVE VALUE 'A'.
               88  BK-LONG-SERVICE VALUE 'L'.
           05  BK-START-DATE       PIC 9(8).
           05  BK-END-DATE         PIC 9(8).
           05  BK-HOURS            PIC 9(4)V9.
           05  BK-STATUS           PIC X(1).
               88  BK-APPROVED     VALUE 'A'.
               88  BK-DECLINED     VALUE 'D'.
           05  BK-DECIDED-DATE     PIC 9(8).
           05  BK-APPROVED-BY      PIC X(8).
      *    Projected balance on the start date before this
      *    booking is taken off it
           05  BK-PROJECTED-BAL    PIC S9(6)V9.
           05  BK-DECLINE-REASON   PIC X(40).
      *
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-RECORD.
      *
       FD  LEAVE-FILE.
           COPY LEAVE-BALANCE-RECORD.
      *
      *    Every group's 'C' calendar record and the 'R' completed
      *    runs - the first 'C' record is the coming run
       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.
      *
      *    Gazetted holidays - not working days, so never booked
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HOL-DATE            PIC 9(8).
           05  HOL-WEEK-ENDING     PIC 9(8).
           05  HOL-DESCRIPTION     PIC X(30).
      *
      *    Salaried staff's booked leave in the shared timesheet
      *    layout, stamped to the coming run's period-ending
       FD  LEAVE-TIME-FILE.
           COPY TIMESHEET-RECORD.
      *
       FD  BOOKING-REPORT-FILE.
       01  BOOKING-REPORT-RECORD   PIC X(132).
      *
       FD  CALENDAR-REPORT-FILE.
       01  CALENDAR-REPORT-RECORD  PIC X(132).
      *
       SD  CALENDAR-SORT-FILE.
       01  CALENDAR-SORT-RECORD.
           05  CS-DEPT             PIC X(4).
           05  CS-START-DATE       PIC 9(8).
           05  CS-EMP-ID           PIC 9(6).
           05  CS-EMP-NAME         PIC X(30).
           05  CS-LEAVE-TYPE       PIC X(1).
           05  CS-END-DATE         PIC 9(8).
           05  CS-HOURS            PIC 9(4)V9.
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-REQ-STATUS       PIC XX.
           05  WS-BOOK-STATUS      PIC XX.
           05  WS-EMP-STATUS       PIC XX.
           05  WS-LEAVE-STATUS     PIC XX.
           05  WS-RUNCTL-STATUS    PIC XX.
           05  WS-HOL-STATUS       PIC XX.
           05  WS-LVT-STATUS       PIC XX.
           05  WS-RPT-STATUS       PIC XX.
           05  WS-CAL-STATUS       PIC XX.
      *
       01  WS-SWITCHES.
           05  WS-EOF-REQ          PIC X(1) VALUE 'N'.
               88  END-OF-REQUESTS VALUE 'Y'.
           05  WS-EOF-BOOK         PIC X(1) VALUE 'N'.
               88  END-OF-BOOKINGS VALUE 'Y'.
           05  WS-EOF-RUNCTL       PIC X(1) VALUE 'N'.
               88  END-OF-RUNCTL   VALUE 'Y'.
           05  WS-EOF-HOL          PIC X(1) VALUE 'N'.
               88  END-OF-HOLIDAYS VALUE 'Y'.
           05  WS-EOF-CAL          PIC X(1) VALUE 'N'.
               88  END-OF-CAL-SORT VALUE 'Y'.
           05  WS-BOOK-FILE-FLAG   PIC X(1) VALUE 'Y'.
               88  BOOK-FILE-EXISTS VALUE 'Y'.
               88  BOOK-FILE-NEW   VALUE 'N'.
           05  WS-HOLIDAY-FLAG     PIC X(1) VALUE 'N'.
               88  DAY-IS-HOLIDAY  VALUE 'Y'.
           05  WS-FIRST-DEPT-FLAG  PIC X(1) VALUE 'Y'.
               88  FIRST-DEPARTMENT VALUE 'Y'.
      *
       01  WS-COUNTERS.
           05  WS-REQUESTS-READ    PIC 9(6) VALUE ZERO.
           05  WS-REQUESTS-APPROVED PIC 9(6) VALUE ZERO.
           05  WS-REQUESTS-DECLINED PIC 9(6) VALUE ZERO.
           05  WS-TIMESHEETS-WRITTEN PIC 9(6) VALUE ZERO.
           05  WS-CALENDAR-BOOKINGS PIC 9(6) VALUE ZERO.
           05  WS-DEPT-BOOKINGS    PIC 9(4) VALUE ZERO.
      *
           COPY PAYROLL-CONSTANTS.
      *
      *    A booked day is a standard working day - the award
      *    week's ordinary hours over five days
       01  WS-DAILY-HOURS          PIC 9(2)V9.
      *
      *    The coming run - the first 'C' record
       01  WS-RUN-GROUP            PIC X(2).
       01  WS-RUN-GP-IDX           PIC 99.
      *
      *    Each pay group's calendar. The open period is the first
      *    one no completed run has drawn yet: the 'C' period
      *    itself, or the one after it once its 'R' is on file.
      *    The accruals are what one of the group's runs credits,
      *    figured exactly as the pay run's 3060 figures them.
       01  WS-GROUP-TABLE.
           05  WS-GP-COUNT         PIC 99 VALUE ZERO.
           05  WS-GP-ENTRY OCCURS 10 TIMES.
               10  WS-GP-GROUP     PIC X(2).
               10  WS-GP-PERIOD    PIC X(1).
               10  WS-GP-CTL-ENDING PIC 9(8).
               10  WS-GP-RUN-DONE  PIC X(1).
               10  WS-GP-OPEN-START PIC 9(8).
               10  WS-GP-OPEN-ENDING PIC 9(8).
               10  WS-GP-LEAVE-ACCRUAL PIC 9(3)V9.
               10  WS-GP-LSL-ACCRUAL PIC 9(3)V9.
       01  WS-GP-SRCH-IDX          PIC 99.
       01  WS-GP-MATCH-IDX         PIC 99.
       01  WS-GP-IDX               PIC 99.
       01  WS-GP-KEY               PIC X(2).
       01  WS-PERIOD-WEEKS         PIC 9V99.
      *
      *    Approved bookings still to be drawn by a run - loaded
      *    off the booking file, with this cycle's approvals
      *    added as they are made
       01  WS-BOOKING-TABLE.
           05  WS-BT-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-BT-ENTRY OCCURS 2000 TIMES.
               10  WS-BT-EMP-ID    PIC 9(6).
               10  WS-BT-TYPE      PIC X(1).
               10  WS-BT-START     PIC 9(8).
               10  WS-BT-END       PIC 9(8).
               10  WS-BT-HOURS     PIC 9(4)V9.
       01  WS-BT-IDX               PIC 9(4).
       01  WS-BT-SUB               PIC 9(4).
      *
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-HOL-ENTRY OCCURS 100 TIMES.
               10  WS-HOL-DAY      PIC 9(8).
       01  WS-HOL-IDX              PIC 9(3).
      *
      *    Earliest open period start across the groups - an
      *    approved booking that ended before it is fully drawn
       01  WS-EARLIEST-OPEN        PIC 9(8).
      *
       01  WS-DATES.
           05  WS-STEP-DATE        PIC 9(8).
           05  WS-PERIOD-START     PIC 9(8).
           05  WS-WORK-DATE        PIC 9(8).
           05  WS-WORK-PARTS REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR    PIC 9(4).
               10  WS-WORK-MONTH   PIC 9(2).
               10  WS-WORK-DAY     PIC 9(2).
      *
      *    Working hours between two dates inclusive - weekdays
      *    not on the holiday calendar, at the standard day
       01  WS-RANGE-FIELDS.
           05  WS-RANGE-FROM       PIC 9(8).
           05  WS-RANGE-TO         PIC 9(8).
           05  WS-RANGE-HOURS      PIC 9(4)V9.
           05  WS-FROM-INT         PIC 9(7).
           05  WS-TO-INT           PIC 9(7).
           05  WS-DAY-INT          PIC 9(7).
           05  WS-DAY-DATE         PIC 9(8).
           05  WS-DOW-WORK         PIC 9(7).
           05  WS-DOW-QUOT         PIC 9(7).
           05  WS-DAY-OF-WEEK      PIC 9(1).
      *
      *    The request being decided
       01  WS-DECISION-FIELDS.
           05  WS-DECLINE-REASON   PIC X(40).
           05  WS-REQ-HOURS        PIC 9(4)V9.
           05  WS-OPENING-BAL      PIC 9(5)V9.
           05  WS-PERIOD-ACCRUAL   PIC 9(3)V9.
           05  WS-PROJECTED-BAL    PIC S9(6)V9.
           05  WS-CHECKPOINT-DATE  PIC 9(8).
           05  WS-CHECKPOINT-BAL   PIC S9(6)V9.
           05  WS-PERIODS-TO-DATE  PIC 9(4).
      *
      *    Forward calendar - thirteen weeks from the Monday of
      *    the week the program runs in
       01  WS-CALENDAR-FIELDS.
           05  WS-CAL-WEEKS        PIC 9(2) VALUE 13.
           05  WS-CAL-FROM         PIC 9(8).
           05  WS-CAL-TO           PIC 9(8).
           05  WS-CAL-DEPT         PIC X(4).
           05  WS-WEEK-START       PIC 9(8).
           05  WS-WEEK-END         PIC 9(8).
       01  WS-WEEK-TABLE.
           05  WS-WEEK-ENTRY OCCURS 13 TIMES.
               10  WS-WK-STAFF     PIC 9(4).
               10  WS-WK-HOURS     PIC 9(5)V9.
       01  WS-WK-IDX               PIC 9(2).
      *
       01  WS-REPORT-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RL-EMP-ID           PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RL-EMP-NAME         PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RL-LEAVE-TYPE       PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RL-START-DATE       PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RL-END-DATE         PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RL-HOURS            PIC ZZZ9.9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RL-PROJECTED        PIC -ZZZZ9.9 BLANK WHEN ZERO.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RL-ACTION           PIC X(50).
           05  FILLER              PIC X(8)  VALUE SPACES.
      *
       01  WS-TEXT-LINE            PIC X(132).
      *
       01  WS-REPORT-EDITS.
           05  WS-HOURS-EDIT       PIC ZZZZ9.9.
           05  WS-STAFF-EDIT       PIC ZZZ9.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 9(2).
           05  WS-DAY              PIC 9(2).
       01  WS-TODAY REDEFINES WS-CURRENT-DATE PIC 9(8).
      *
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST
               UNTIL END-OF-REQUESTS
           PERFORM 6000-GENERATE-TIMESHEETS
           PERFORM 7000-PRINT-LEAVE-CALENDAR
           PERFORM 9000-FINALIZE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-DAILY-HOURS = WS-MAX-REGULAR-HOURS / 5
           PERFORM 1020-READ-RUN-CONTROL
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: ' WS-EMP-STATUS
               STOP RUN
           END-IF
           OPEN INPUT LEAVE-FILE
           IF WS-LEAVE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LEAVE FILE: ' WS-LEAVE-STATUS
               STOP RUN
           END-IF
      *    No calendar on file means no gazetted holidays to step
      *    over - every weekday is a working day
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOL-STATUS = '35'
               SET END-OF-HOLIDAYS TO TRUE
           ELSE
               IF WS-HOL-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING HOLIDAY CALENDAR: '
                       WS-HOL-STATUS
                   STOP RUN
               END-IF
               PERFORM 1400-LOAD-HOLIDAY
                   UNTIL END-OF-HOLIDAYS
               CLOSE HOLIDAY-FILE
           END-IF
      *    The first cycle has no booking file yet - it is created
      *    when this cycle's decisions are written
           OPEN INPUT LEAVE-BOOKING-FILE
           IF WS-BOOK-STATUS = '35'
               SET BOOK-FILE-NEW TO TRUE
           ELSE
               IF WS-BOOK-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING LEAVE BOOKING FILE: '
                       WS-BOOK-STATUS
                   STOP RUN
               END-IF
               PERFORM 1500-LOAD-BOOKING
                   UNTIL END-OF-BOOKINGS
               CLOSE LEAVE-BOOKING-FILE
           END-IF
           OPEN INPUT LEAVE-REQUEST-FILE
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LEAVE REQUEST FILE: '
                   WS-REQ-STATUS
               STOP RUN
           END-IF
           IF BOOK-FILE-EXISTS
               OPEN EXTEND LEAVE-BOOKING-FILE
           ELSE
               OPEN OUTPUT LEAVE-BOOKING-FILE
           END-IF
           IF WS-BOOK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LEAVE BOOKING FILE: '
                   WS-BOOK-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT LEAVE-TIME-FILE
                       BOOKING-REPORT-FILE
                       CALENDAR-REPORT-FILE
           IF WS-LVT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LEAVE TIME FILE: '
                   WS-LVT-STATUS
               STOP RUN
           END-IF
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BOOKING REPORT: ' WS-RPT-STATUS
               STOP RUN
           END-IF
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LEAVE CALENDAR: ' WS-CAL-STATUS
               STOP RUN
           END-IF
           PERFORM 1070-WRITE-REPORT-HEADINGS.
      *
       1020-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: '
                   WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'RUN CONTROL FILE IS EMPTY'
                   STOP RUN
           END-READ
           IF NOT RC-CONTROL
               DISPLAY 'RUN CONTROL RECORD MISSING OR NOT FIRST'
               STOP RUN
           END-IF
           MOVE RC-PAY-GROUP TO WS-RUN-GROUP
           PERFORM 1220-ADD-GROUP-CALENDAR
           PERFORM 1200-LOAD-RUN-CONTROL
               UNTIL END-OF-RUNCTL
           CLOSE RUN-CONTROL-FILE
           MOVE WS-RUN-GROUP TO WS-GP-KEY
           PERFORM 1250-FIND-GROUP-ENTRY
           MOVE WS-GP-MATCH-IDX TO WS-RUN-GP-IDX
           MOVE 99999999 TO WS-EARLIEST-OPEN
           PERFORM 1300-SET-OPEN-PERIOD
               VARYING WS-GP-IDX FROM 1 BY 1
               UNTIL WS-GP-IDX > WS-GP-COUNT.
      *
       1070-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO WS-TEXT-LINE
           STRING 'LEAVE BOOKING DECISIONS - RUN DATE: '
                  WS-CURRENT-DATE
                  ' FOR PAY GROUP: ' WS-RUN-GROUP
                  ' PERIOD ENDING: '
                  WS-GP-CTL-ENDING(WS-RUN-GP-IDX)
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE BOOKING-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           STRING ' EMP ID'
                  '  NAME                '
                  '  TYP'
                  '  START   '
                  '  END     '
                  '   HOURS'
                  '  PROJ BAL'
                  '  DECISION'
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE BOOKING-REPORT-RECORD FROM WS-TEXT-LINE.
      *
       1200-LOAD-RUN-CONTROL.
      *    Further 'C' records carry the other groups' calendars;
      *    an 'R' record for a group's 'C' period-ending means
      *    that period is paid and its leave already drawn
           READ RUN-CONTROL-FILE
               AT END
                   SET END-OF-RUNCTL TO TRUE
           END-READ
           IF END-OF-RUNCTL
               EXIT PARAGRAPH
           END-IF
           IF RC-CONTROL
               PERFORM 1220-ADD-GROUP-CALENDAR
               EXIT PARAGRAPH
           END-IF
           IF RC-COMPLETED-RUN
               MOVE RC-PAY-GROUP TO WS-GP-KEY
               PERFORM 1250-FIND-GROUP-ENTRY
               IF WS-GP-MATCH-IDX NOT = ZERO
                   IF RC-PERIOD-ENDING
                       = WS-GP-CTL-ENDING(WS-GP-MATCH-IDX)
                       MOVE 'Y' TO WS-GP-RUN-DONE(WS-GP-MATCH-IDX)
                   END-IF
               END-IF
           END-IF.
      *
       1220-ADD-GROUP-CALENDAR.
           IF RC-PAY-PERIOD NOT = 'W' AND NOT = 'F' AND NOT = 'M'
               DISPLAY 'UNKNOWN PAY PERIOD FOR GROUP ' RC-PAY-GROUP
                   ': ' RC-PAY-PERIOD
               STOP RUN
           END-IF
           IF RC-PERIOD-ENDING = ZERO
              OR FUNCTION TEST-DATE-YYYYMMDD(RC-PERIOD-ENDING)
                 NOT = ZERO
               DISPLAY 'INVALID PERIOD-ENDING DATE IN RUN CONTROL: '
                   RC-PERIOD-ENDING
               STOP RUN
           END-IF
           MOVE RC-PAY-GROUP TO WS-GP-KEY
           PERFORM 1250-FIND-GROUP-ENTRY
           IF WS-GP-MATCH-IDX = ZERO
               IF WS-GP-COUNT < 10
                   ADD 1 TO WS-GP-COUNT
                   MOVE WS-GP-COUNT TO WS-GP-MATCH-IDX
                   INITIALIZE WS-GP-ENTRY(WS-GP-MATCH-IDX)
                   MOVE RC-PAY-GROUP TO WS-GP-GROUP(WS-GP-MATCH-IDX)
                   MOVE 'N' TO WS-GP-RUN-DONE(WS-GP-MATCH-IDX)
               ELSE
                   DISPLAY 'PAY GROUP TABLE FULL AT 10 GROUPS'
                   STOP RUN
               END-IF
           END-IF
           MOVE RC-PAY-PERIOD    TO WS-GP-PERIOD(WS-GP-MATCH-IDX)
           MOVE RC-PERIOD-ENDING TO WS-GP-CTL-ENDING(WS-GP-MATCH-IDX).
      *
       1250-FIND-GROUP-ENTRY.
           MOVE ZERO TO WS-GP-MATCH-IDX
           PERFORM 1260-SCAN-GROUP-ENTRY
               VARYING WS-GP-SRCH-IDX FROM 1 BY 1
               UNTIL WS-GP-SRCH-IDX > WS-GP-COUNT.
      *
       1260-SCAN-GROUP-ENTRY.
           IF WS-GP-MATCH-IDX = ZERO
              AND WS-GP-GROUP(WS-GP-SRCH-IDX) = WS-GP-KEY
               MOVE WS-GP-SRCH-IDX TO WS-GP-MATCH-IDX
           END-IF.
      *
       1300-SET-OPEN-PERIOD.
      *    A paid 'C' period has the next period open behind it;
      *    an unpaid one is itself open, starting the day after
      *    the period before it ended (a monthly period runs from
      *    the first of its month)
           IF WS-GP-RUN-DONE(WS-GP-IDX) = 'Y'
               COMPUTE WS-GP-OPEN-START(WS-GP-IDX) =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                   (WS-GP-CTL-ENDING(WS-GP-IDX)) + 1)
               MOVE WS-GP-CTL-ENDING(WS-GP-IDX) TO WS-STEP-DATE
               PERFORM 4300-NEXT-PERIOD-ENDING
               MOVE WS-STEP-DATE TO WS-GP-OPEN-ENDING(WS-GP-IDX)
           ELSE
               MOVE WS-GP-CTL-ENDING(WS-GP-IDX)
                   TO WS-GP-OPEN-ENDING(WS-GP-IDX)
               EVALUATE WS-GP-PERIOD(WS-GP-IDX)
                   WHEN 'W'
                       COMPUTE WS-GP-OPEN-START(WS-GP-IDX) =
                           FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE
                           (WS-GP-CTL-ENDING(WS-GP-IDX)) - 6)
                   WHEN 'F'
                       COMPUTE WS-GP-OPEN-START(WS-GP-IDX) =
                           FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE
                           (WS-GP-CTL-ENDING(WS-GP-IDX)) - 13)
                   WHEN 'M'
                       MOVE WS-GP-CTL-ENDING(WS-GP-IDX)
                           TO WS-WORK-DATE
                       MOVE 01 TO WS-WORK-DAY
                       MOVE WS-WORK-DATE
                           TO WS-GP-OPEN-START(WS-GP-IDX)
               END-EVALUATE
           END-IF
           IF WS-GP-OPEN-START(WS-GP-IDX) < WS-EARLIEST-OPEN
               MOVE WS-GP-OPEN-START(WS-GP-IDX) TO WS-EARLIEST-OPEN
           END-IF
      *    Same period factor and truncation as the pay run's
      *    1050 and 3060, so the projection credits exactly what
      *    each run will
           EVALUATE WS-GP-PERIOD(WS-GP-IDX)
               WHEN 'F'
                   MOVE 2.00 TO WS-PERIOD-WEEKS
               WHEN 'M'
                   COMPUTE WS-PERIOD-WEEKS =
                       WS-WEEKS-PER-YEAR / 12
               WHEN OTHER
                   MOVE 1.00 TO WS-PERIOD-WEEKS
           END-EVALUATE
           COMPUTE WS-GP-LEAVE-ACCRUAL(WS-GP-IDX) =
               WS-ANNUAL-LEAVE-RATE * WS-PERIOD-WEEKS
           COMPUTE WS-GP-LSL-ACCRUAL(WS-GP-IDX) =
               WS-LSL-LEAVE-RATE * WS-PERIOD-WEEKS.
      *
       1400-LOAD-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET END-OF-HOLIDAYS TO TRUE
           END-READ
           IF END-OF-HOLIDAYS
               EXIT PARAGRAPH
           END-IF
           IF HOL-DATE = ZERO
              OR FUNCTION TEST-DATE-YYYYMMDD(HOL-DATE) NOT = ZERO
               DISPLAY 'INVALID DATE ON HOLIDAY CALENDAR: ' HOL-DATE
               STOP RUN
           END-IF
           IF WS-HOL-COUNT < 100
               ADD 1 TO WS-HOL-COUNT
               MOVE HOL-DATE TO WS-HOL-DAY(WS-HOL-COUNT)
           ELSE
               DISPLAY 'HOLIDAY TABLE FULL AT 100 ENTRIES'
               STOP RUN
           END-IF.
      *
       1500-LOAD-BOOKING.
      *    Declined requests are history only, and a booking that
      *    ended before every group's open period has been drawn
      *    in full by completed runs - neither bears on a balance
           READ LEAVE-BOOKING-FILE
               AT END
                   SET END-OF-BOOKINGS TO TRUE
           END-READ
           IF END-OF-BOOKINGS
               EXIT PARAGRAPH
           END-IF
           IF NOT BK-APPROVED
               EXIT PARAGRAPH
           END-IF
           IF BK-END-DATE < WS-EARLIEST-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM 1550-ADD-BOOKING-ENTRY.
      *
       1550-ADD-BOOKING-ENTRY.
           IF WS-BT-COUNT < 2000
               ADD 1 TO WS-BT-COUNT
               MOVE BK-EMP-ID     TO WS-BT-EMP-ID(WS-BT-COUNT)
               MOVE BK-LEAVE-TYPE TO WS-BT-TYPE(WS-BT-COUNT)
               MOVE BK-START-DATE TO WS-BT-START(WS-BT-COUNT)
               MOVE BK-END-DATE   TO WS-BT-END(WS-BT-COUNT)
               MOVE BK-HOURS      TO WS-BT-HOURS(WS-BT-COUNT)
           ELSE
               DISPLAY 'BOOKING TABLE FULL AT 2000 ENTRIES'
               STOP RUN
           END-IF.
      *
       2000-PROCESS-REQUEST.
           READ LEAVE-REQUEST-FILE
               AT END
                   SET END-OF-REQUESTS TO TRUE
           END-READ
           IF END-OF-REQUESTS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REQUESTS-READ
           MOVE SPACES TO WS-DECLINE-REASON
           MOVE ZERO   TO WS-REQ-HOURS
           MOVE ZERO   TO WS-PROJECTED-BAL
           MOVE SPACES TO EMP-NAME
           PERFORM 2100-VALIDATE-REQUEST
           IF WS-DECLINE-REASON = SPACES
               MOVE LQ-START-DATE TO WS-RANGE-FROM
               MOVE LQ-END-DATE   TO WS-RANGE-TO
               PERFORM 5000-COUNT-WORKING-HOURS
               MOVE WS-RANGE-HOURS TO WS-REQ-HOURS
               IF WS-REQ-HOURS = ZERO
                   MOVE 'NO WORKING DAYS IN THE DATES BOOKED'
                       TO WS-DECLINE-REASON
               END-IF
           END-IF
           IF WS-DECLINE-REASON = SPACES
               PERFORM 3000-PROJECT-BALANCE
           END-IF
           PERFORM 2900-RECORD-DECISION.
      *
       2100-VALIDATE-REQUEST.
           IF LQ-APPROVED-BY = SPACES
               MOVE 'NO MANAGER SIGN-OFF ON REQUEST'
                   TO WS-DECLINE-REASON
               EXIT PARAGRAPH
           END-IF
      *    Sick leave is not booked ahead - only annual and long
      *    service leave are planned absences
           IF NOT LQ-ANNUAL-LEAVE AND NOT LQ-LONG-SERVICE
               MOVE 'UNKNOWN LEAVE TYPE' TO WS-DECLINE-REASON
               EXIT PARAGRAPH
           END-IF
           IF LQ-START-DATE = ZERO
              OR FUNCTION TEST-DATE-YYYYMMDD(LQ-START-DATE)
                 NOT = ZERO
               MOVE 'INVALID START DATE' TO WS-DECLINE-REASON
               EXIT PARAGRAPH
           END-IF
           IF LQ-END-DATE = ZERO
              OR FUNCTION TEST-DATE-YYYYMMDD(LQ-END-DATE) NOT = ZERO
               MOVE 'INVALID END DATE' TO WS-DECLINE-REASON
               EXIT PARAGRAPH
           END-IF
           IF LQ-END-DATE < LQ-START-DATE
               MOVE 'END DATE BEFORE START DATE' TO WS-DECLINE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE LQ-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-NAME
                   MOVE 'EMPLOYEE NOT ON MASTER FILE'
                       TO WS-DECLINE-REASON
                   EXIT PARAGRAPH
           END-READ
           IF NOT EMP-ACTIVE AND NOT EMP-ON-LEAVE
               STRING 'EMPLOYEE NOT ACTIVE - STATUS: '
                      EMP-ACTIVE-FLAG
                      DELIMITED BY SIZE
                      INTO WS-DECLINE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-PAY-GROUP TO WS-GP-KEY
           PERFORM 1250-FIND-GROUP-ENTRY
           IF WS-GP-MATCH-IDX = ZERO
               STRING 'NO PAY CALENDAR FOR GROUP ' EMP-PAY-GROUP
                      DELIMITED BY SIZE
                      INTO WS-DECLINE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GP-MATCH-IDX TO WS-GP-IDX
      *    Leave in a period a completed run has already paid
      *    cannot be drawn any more - it is a timesheet matter
           IF LQ-START-DATE < WS-GP-OPEN-START(WS-GP-IDX)
               MOVE 'START DATE FALLS IN A PAID PERIOD'
                   TO WS-DECLINE-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION INTEGER-OF-DATE(LQ-START-DATE)
              - FUNCTION INTEGER-OF-DATE(WS-GP-OPEN-START(WS-GP-IDX))
              > 730
               MOVE 'START DATE MORE THAN TWO YEARS AHEAD'
                   TO WS-DECLINE-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION INTEGER-OF-DATE(LQ-END-DATE)
              - FUNCTION INTEGER-OF-DATE(LQ-START-DATE) > 365
               MOVE 'BOOKING LONGER THAN ONE YEAR'
                   TO WS-DECLINE-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM 2150-CHECK-OVERLAP
               VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT.
      *
       2150-CHECK-OVERLAP.
      *    The same days cannot be booked twice, of either type
           IF WS-DECLINE-REASON = SPACES
              AND WS-BT-EMP-ID(WS-BT-IDX) = LQ-EMP-ID
              AND WS-BT-START(WS-BT-IDX) <= LQ-END-DATE
              AND WS-BT-END(WS-BT-IDX) >= LQ-START-DATE
               STRING 'OVERLAPS BOOKING FROM '
                      WS-BT-START(WS-BT-IDX)
                      DELIMITED BY SIZE
                      INTO WS-DECLINE-REASON
           END-IF.
      *
       2900-RECORD-DECISION.
           MOVE LQ-EMP-ID         TO BK-EMP-ID
           MOVE LQ-LEAVE-TYPE     TO BK-LEAVE-TYPE
           MOVE LQ-START-DATE     TO BK-START-DATE
           MOVE LQ-END-DATE       TO BK-END-DATE
           MOVE WS-REQ-HOURS      TO BK-HOURS
           MOVE WS-CURRENT-DATE   TO BK-DECIDED-DATE
           MOVE LQ-APPROVED-BY    TO BK-APPROVED-BY
           MOVE WS-PROJECTED-BAL  TO BK-PROJECTED-BAL
           MOVE WS-DECLINE-REASON TO BK-DECLINE-REASON
           IF WS-DECLINE-REASON = SPACES
               SET BK-APPROVED TO TRUE
               PERFORM 1550-ADD-BOOKING-ENTRY
               ADD 1 TO WS-REQUESTS-APPROVED
               MOVE 'APPROVED' TO RL-ACTION
           ELSE
               SET BK-DECLINED TO TRUE
               ADD 1 TO WS-REQUESTS-DECLINED
               STRING 'DECLINED - ' WS-DECLINE-REASON
                      DELIMITED BY SIZE
                      INTO RL-ACTION
           END-IF
           WRITE LEAVE-BOOKING-RECORD
           MOVE LQ-EMP-ID         TO RL-EMP-ID
           MOVE EMP-NAME          TO RL-EMP-NAME
           MOVE WS-REQ-HOURS      TO RL-HOURS
           MOVE WS-PROJECTED-BAL  TO RL-PROJECTED
           MOVE LQ-START-DATE     TO RL-START-DATE
           MOVE LQ-END-DATE       TO RL-END-DATE
           EVALUATE TRUE
               WHEN LQ-ANNUAL-LEAVE
                   MOVE 'AL'      TO RL-LEAVE-TYPE
               WHEN LQ-LONG-SERVICE
                   MOVE 'LSL'     TO RL-LEAVE-TYPE
               WHEN OTHER
                   MOVE LQ-LEAVE-TYPE TO RL-LEAVE-TYPE
           END-EVALUATE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       3000-PROJECT-BALANCE.
      *    Today's balance is what every completed run has left;
      *    an employee with no leave record yet starts from zero
           MOVE LQ-EMP-ID TO LB-EMP-ID
           READ LEAVE-FILE
               INVALID KEY
                   INITIALIZE LEAVE-BALANCE-RECORD
           END-READ
           IF LQ-ANNUAL-LEAVE
               MOVE LB-LEAVE-BALANCE TO WS-OPENING-BAL
               MOVE WS-GP-LEAVE-ACCRUAL(WS-GP-IDX)
                   TO WS-PERIOD-ACCRUAL
           ELSE
               MOVE LB-LSL-BALANCE TO WS-OPENING-BAL
               MOVE WS-GP-LSL-ACCRUAL(WS-GP-IDX)
                   TO WS-PERIOD-ACCRUAL
           END-IF
           MOVE LQ-START-DATE TO WS-CHECKPOINT-DATE
           PERFORM 3100-PROJECT-AT-CHECKPOINT
           MOVE WS-CHECKPOINT-BAL TO WS-PROJECTED-BAL
           IF WS-CHECKPOINT-BAL < WS-REQ-HOURS
               MOVE 'INSUFFICIENT PROJECTED BALANCE'
                   TO WS-DECLINE-REASON
               EXIT PARAGRAPH
           END-IF
      *    Taking these hours must not leave a booking approved
      *    earlier, but starting later, short on its own start
           PERFORM 3200-CHECK-LATER-BOOKING
               VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT.
      *
       3100-PROJECT-AT-CHECKPOINT.
      *    Balance on WS-CHECKPOINT-DATE: today's balance, plus
      *    one accrual for every run from the open period up to
      *    and including the period the date falls in (the run
      *    accrues before it draws the period's leave), less the
      *    undrawn part of each approved booking of the same
      *    type starting on or before the date
           MOVE ZERO TO WS-PERIODS-TO-DATE
           MOVE WS-GP-OPEN-START(WS-GP-IDX)  TO WS-PERIOD-START
           MOVE WS-GP-OPEN-ENDING(WS-GP-IDX) TO WS-STEP-DATE
           PERFORM 3110-COUNT-PERIOD
               UNTIL WS-PERIOD-START > WS-CHECKPOINT-DATE
           COMPUTE WS-CHECKPOINT-BAL = WS-OPENING-BAL
               + WS-PERIOD-ACCRUAL * WS-PERIODS-TO-DATE
           PERFORM 3120-TAKE-OFF-BOOKING
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BT-COUNT.
      *
       3110-COUNT-PERIOD.
           ADD 1 TO WS-PERIODS-TO-DATE
           COMPUTE WS-PERIOD-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-STEP-DATE) + 1)
           PERFORM 4300-NEXT-PERIOD-ENDING.
      *
       3120-TAKE-OFF-BOOKING.
      *    Only the days inside the open period and after it are
      *    still to come off the balance - a completed run has
      *    drawn the rest
           IF WS-BT-EMP-ID(WS-BT-SUB) NOT = LQ-EMP-ID
              OR WS-BT-TYPE(WS-BT-SUB) NOT = LQ-LEAVE-TYPE
              OR WS-BT-START(WS-BT-SUB) > WS-CHECKPOINT-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-BT-START(WS-BT-SUB) < WS-GP-OPEN-START(WS-GP-IDX)
               MOVE WS-GP-OPEN-START(WS-GP-IDX) TO WS-RANGE-FROM
           ELSE
               MOVE WS-BT-START(WS-BT-SUB) TO WS-RANGE-FROM
           END-IF
           MOVE WS-BT-END(WS-BT-SUB) TO WS-RANGE-TO
           PERFORM 5000-COUNT-WORKING-HOURS
           SUBTRACT WS-RANGE-HOURS FROM WS-CHECKPOINT-BAL.
      *
       3200-CHECK-LATER-BOOKING.
           IF WS-DECLINE-REASON = SPACES
              AND WS-BT-EMP-ID(WS-BT-IDX) = LQ-EMP-ID
              AND WS-BT-TYPE(WS-BT-IDX) = LQ-LEAVE-TYPE
              AND WS-BT-START(WS-BT-IDX) > LQ-START-DATE
               MOVE WS-BT-START(WS-BT-IDX) TO WS-CHECKPOINT-DATE
               PERFORM 3100-PROJECT-AT-CHECKPOINT
               IF WS-CHECKPOINT-BAL < WS-REQ-HOURS
                   STRING 'WOULD OVERDRAW BOOKING FROM '
                          WS-BT-START(WS-BT-IDX)
                          DELIMITED BY SIZE
                          INTO WS-DECLINE-REASON
               END-IF
           END-IF.
      *
       4300-NEXT-PERIOD-ENDING.
      *    Weekly and fortnightly step by days; a monthly period
      *    ends on the last day of the following month
           EVALUATE WS-GP-PERIOD(WS-GP-IDX)
               WHEN 'W'
                   COMPUTE WS-STEP-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-STEP-DATE) + 7)
               WHEN 'F'
                   COMPUTE WS-STEP-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-STEP-DATE) + 14)
               WHEN 'M'
                   MOVE WS-STEP-DATE TO WS-WORK-DATE
                   MOVE 01 TO WS-WORK-DAY
                   ADD 2 TO WS-WORK-MONTH
                   IF WS-WORK-MONTH > 12
                       SUBTRACT 12 FROM WS-WORK-MONTH
                       ADD 1 TO WS-WORK-YEAR
                   END-IF
                   COMPUTE WS-STEP-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1)
           END-EVALUATE.
      *
       5000-COUNT-WORKING-HOURS.
      *    Day number 1 (1601-01-01) was a Monday, so the day
      *    number less one, remainder seven, runs 0 for Monday to
      *    6 for Sunday
           MOVE ZERO TO WS-RANGE-HOURS
           IF WS-RANGE-FROM > WS-RANGE-TO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-RANGE-FROM)
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-RANGE-TO)
           PERFORM 5010-COUNT-DAY
               VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
               UNTIL WS-DAY-INT > WS-TO-INT.
      *
       5010-COUNT-DAY.
           COMPUTE WS-DOW-WORK = WS-DAY-INT - 1
           DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-QUOT
               REMAINDER WS-DAY-OF-WEEK
           IF WS-DAY-OF-WEEK > 4
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE 'N' TO WS-HOLIDAY-FLAG
           PERFORM 5020-CHECK-HOLIDAY
               VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT
           IF NOT DAY-IS-HOLIDAY
               ADD WS-DAILY-HOURS TO WS-RANGE-HOURS
           END-IF.
      *
       5020-CHECK-HOLIDAY.
           IF WS-HOL-DAY(WS-HOL-IDX) = WS-DAY-DATE
               SET DAY-IS-HOLIDAY TO TRUE
           END-IF.
      *
       6000-GENERATE-TIMESHEETS.
      *    TIME-EDIT accepts only the coming run's period, so the
      *    records are made for that period alone - each later
      *    period's share is made by the cycle that runs it. If
      *    the 'C' period is already paid, the next run has not
      *    been set up and there is nothing to stamp them to.
           MOVE SPACES TO WS-TEXT-LINE
           WRITE BOOKING-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE WS-RUN-GP-IDX TO WS-GP-IDX
           IF WS-GP-RUN-DONE(WS-GP-IDX) = 'Y'
               STRING 'PERIOD ENDING ' WS-GP-CTL-ENDING(WS-GP-IDX)
                      ' ALREADY PAID - NO LEAVE TIMESHEETS WRITTEN'
                      DELIMITED BY SIZE
                      INTO WS-TEXT-LINE
               WRITE BOOKING-REPORT-RECORD FROM WS-TEXT-LINE
               EXIT PARAGRAPH
           END-IF
           STRING 'SALARIED LEAVE TIMESHEETS FOR PERIOD '
                  WS-GP-OPEN-START(WS-GP-IDX) ' TO '
                  WS-GP-OPEN-ENDING(WS-GP-IDX)
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE BOOKING-REPORT-RECORD FROM WS-TEXT-LINE
           PERFORM 6100-GENERATE-BOOKING
               VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT.
      *
       6100-GENERATE-BOOKING.
           IF WS-BT-END(WS-BT-IDX) < WS-GP-OPEN-START(WS-GP-IDX)
              OR WS-BT-START(WS-BT-IDX)
                 > WS-GP-OPEN-ENDING(WS-GP-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BT-EMP-ID(WS-BT-IDX) TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF EMP-PAY-GROUP NOT = WS-RUN-GROUP
              OR NOT SALARY
               EXIT PARAGRAPH
           END-IF
           IF NOT EMP-ACTIVE AND NOT EMP-ON-LEAVE
               EXIT PARAGRAPH
           END-IF
           IF WS-BT-START(WS-BT-IDX) < WS-GP-OPEN-START(WS-GP-IDX)
               MOVE WS-GP-OPEN-START(WS-GP-IDX) TO WS-RANGE-FROM
           ELSE
               MOVE WS-BT-START(WS-BT-IDX) TO WS-RANGE-FROM
           END-IF
           IF WS-BT-END(WS-BT-IDX) > WS-GP-OPEN-ENDING(WS-GP-IDX)
               MOVE WS-GP-OPEN-ENDING(WS-GP-IDX) TO WS-RANGE-TO
           ELSE
               MOVE WS-BT-END(WS-BT-IDX) TO WS-RANGE-TO
           END-IF
           PERFORM 5000-COUNT-WORKING-HOURS
           IF WS-RANGE-HOURS = ZERO
               EXIT PARAGRAPH
           END-IF
           INITIALIZE TIMESHEET-RECORD
           MOVE WS-BT-EMP-ID(WS-BT-IDX)      TO TR-EMP-ID
           MOVE WS-GP-OPEN-ENDING(WS-GP-IDX) TO TR-WEEK-ENDING
           IF WS-BT-TYPE(WS-BT-IDX) = 'A'
               MOVE WS-RANGE-HOURS TO TR-LEAVE-HOURS
               MOVE 'AL'           TO RL-LEAVE-TYPE
           ELSE
               MOVE WS-RANGE-HOURS TO TR-LSL-HOURS
               MOVE 'LSL'          TO RL-LEAVE-TYPE
           END-IF
      *    Booked leave costs to the home department
           MOVE SPACES TO TR-DEPT-OVERRIDE
           WRITE TIMESHEET-RECORD
           ADD 1 TO WS-TIMESHEETS-WRITTEN
           MOVE WS-BT-EMP-ID(WS-BT-IDX) TO RL-EMP-ID
           MOVE EMP-NAME                TO RL-EMP-NAME
           MOVE WS-RANGE-FROM           TO RL-START-DATE
           MOVE WS-RANGE-TO             TO RL-END-DATE
           MOVE WS-RANGE-HOURS          TO RL-HOURS
           MOVE ZERO                    TO RL-PROJECTED
           STRING 'TIMESHEET WRITTEN FOR PERIOD ENDING '
                  WS-GP-OPEN-ENDING(WS-GP-IDX)
                  DELIMITED BY SIZE
                  INTO RL-ACTION
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       7000-PRINT-LEAVE-CALENDAR.
      *    The calendar opens on the Monday of this week
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-DOW-WORK = WS-DAY-INT - 1
           DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-QUOT
               REMAINDER WS-DAY-OF-WEEK
           COMPUTE WS-CAL-FROM = FUNCTION DATE-OF-INTEGER
               (WS-DAY-INT - WS-DAY-OF-WEEK)
           COMPUTE WS-CAL-TO = FUNCTION DATE-OF-INTEGER
               (WS-DAY-INT - WS-DAY-OF-WEEK + WS-CAL-WEEKS * 7 - 1)
           MOVE SPACES TO WS-TEXT-LINE
           STRING 'FORWARD LEAVE CALENDAR BY DEPARTMENT - '
                  WS-CAL-FROM ' TO ' WS-CAL-TO
                  ' PRODUCED ' WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE CALENDAR-REPORT-RECORD FROM WS-TEXT-LINE
           SORT CALENDAR-SORT-FILE
               ON ASCENDING KEY CS-DEPT
                                CS-START-DATE
                                CS-EMP-ID
               INPUT PROCEDURE IS 7100-RELEASE-BOOKINGS
               OUTPUT PROCEDURE IS 7200-PRINT-CALENDAR.
      *
       7100-RELEASE-BOOKINGS.
           PERFORM 7110-RELEASE-BOOKING
               VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT.
      *
       7110-RELEASE-BOOKING.
           IF WS-BT-END(WS-BT-IDX) < WS-CAL-FROM
              OR WS-BT-START(WS-BT-IDX) > WS-CAL-TO
               EXIT PARAGRAPH
           END-IF
      *    A leaver's booking is shown against no department so
      *    a manager can see it still stands
           MOVE WS-BT-EMP-ID(WS-BT-IDX) TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-DEPT
                   MOVE 'NOT ON MASTER FILE' TO EMP-NAME
           END-READ
           MOVE EMP-DEPT                TO CS-DEPT
           MOVE WS-BT-START(WS-BT-IDX)  TO CS-START-DATE
           MOVE WS-BT-EMP-ID(WS-BT-IDX) TO CS-EMP-ID
           MOVE EMP-NAME                TO CS-EMP-NAME
           MOVE WS-BT-TYPE(WS-BT-IDX)   TO CS-LEAVE-TYPE
           MOVE WS-BT-END(WS-BT-IDX)    TO CS-END-DATE
           MOVE WS-BT-HOURS(WS-BT-IDX)  TO CS-HOURS
           RELEASE CALENDAR-SORT-RECORD.
      *
       7200-PRINT-CALENDAR.
           MOVE 'N' TO WS-EOF-CAL
           SET FIRST-DEPARTMENT TO TRUE
           PERFORM 7210-RETURN-BOOKING
               UNTIL END-OF-CAL-SORT
           IF NOT FIRST-DEPARTMENT
               PERFORM 7300-END-DEPARTMENT
           END-IF.
      *
       7210-RETURN-BOOKING.
           RETURN CALENDAR-SORT-FILE
               AT END
                   SET END-OF-CAL-SORT TO TRUE
           END-RETURN
           IF END-OF-CAL-SORT
               EXIT PARAGRAPH
           END-IF
           IF FIRST-DEPARTMENT OR CS-DEPT NOT = WS-CAL-DEPT
               IF NOT FIRST-DEPARTMENT
                   PERFORM 7300-END-DEPARTMENT
               END-IF
               MOVE 'N' TO WS-FIRST-DEPT-FLAG
               PERFORM 7220-START-DEPARTMENT
           END-IF
           ADD 1 TO WS-DEPT-BOOKINGS
           ADD 1 TO WS-CALENDAR-BOOKINGS
           MOVE CS-EMP-ID     TO RL-EMP-ID
           MOVE CS-EMP-NAME   TO RL-EMP-NAME
           MOVE CS-START-DATE TO RL-START-DATE
           MOVE CS-END-DATE   TO RL-END-DATE
           MOVE CS-HOURS      TO RL-HOURS
           MOVE ZERO          TO RL-PROJECTED
           IF CS-LEAVE-TYPE = 'A'
               MOVE 'AL'      TO RL-LEAVE-TYPE
           ELSE
               MOVE 'LSL'     TO RL-LEAVE-TYPE
           END-IF
           MOVE WS-REPORT-LINE TO CALENDAR-REPORT-RECORD
           WRITE CALENDAR-REPORT-RECORD
           MOVE SPACES TO RL-ACTION
           PERFORM 7230-ADD-TO-WEEK
               VARYING WS-WK-IDX FROM 1 BY 1
               UNTIL WS-WK-IDX > WS-CAL-WEEKS.
      *
       7220-START-DEPARTMENT.
           MOVE CS-DEPT TO WS-CAL-DEPT
           MOVE ZERO TO WS-DEPT-BOOKINGS
           INITIALIZE WS-WEEK-TABLE
           MOVE SPACES TO WS-TEXT-LINE
           WRITE CALENDAR-REPORT-RECORD FROM WS-TEXT-LINE
           IF WS-CAL-DEPT = SPACES
               MOVE 'DEPARTMENT: NONE ON MASTER' TO WS-TEXT-LINE
           ELSE
               STRING 'DEPARTMENT: ' WS-CAL-DEPT
                      DELIMITED BY SIZE
                      INTO WS-TEXT-LINE
           END-IF
           WRITE CALENDAR-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           STRING ' EMP ID'
                  '  NAME                '
                  '  TYP'
                  '  START   '
                  '  END     '
                  '   HOURS'
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE CALENDAR-REPORT-RECORD FROM WS-TEXT-LINE.
      *
       7230-ADD-TO-WEEK.
      *    Working hours the booking takes out of each calendar
      *    week, and a head for every week it touches
           COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CAL-FROM)
               + (WS-WK-IDX - 1) * 7)
           COMPUTE WS-WEEK-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-WEEK-START) + 6)
           IF CS-END-DATE < WS-WEEK-START
              OR CS-START-DATE > WS-WEEK-END
               EXIT PARAGRAPH
           END-IF
           IF CS-START-DATE < WS-WEEK-START
               MOVE WS-WEEK-START TO WS-RANGE-FROM
           ELSE
               MOVE CS-START-DATE TO WS-RANGE-FROM
           END-IF
           IF CS-END-DATE > WS-WEEK-END
               MOVE WS-WEEK-END TO WS-RANGE-TO
           ELSE
               MOVE CS-END-DATE TO WS-RANGE-TO
           END-IF
           PERFORM 5000-COUNT-WORKING-HOURS
           IF WS-RANGE-HOURS > ZERO
               ADD 1 TO WS-WK-STAFF(WS-WK-IDX)
               ADD WS-RANGE-HOURS TO WS-WK-HOURS(WS-WK-IDX)
           END-IF.
      *
       7300-END-DEPARTMENT.
      *    The week-by-week picture managers plan cover from -
      *    only the weeks someone is away are printed
           MOVE SPACES TO WS-TEXT-LINE
           WRITE CALENDAR-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE '   WEEK FROM   STAFF AWAY   HOURS AWAY'
               TO WS-TEXT-LINE
           WRITE CALENDAR-REPORT-RECORD FROM WS-TEXT-LINE
           PERFORM 7310-PRINT-WEEK
               VARYING WS-WK-IDX FROM 1 BY 1
               UNTIL WS-WK-IDX > WS-CAL-WEEKS
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-DEPT-BOOKINGS TO WS-STAFF-EDIT
           STRING 'DEPARTMENT ' WS-CAL-DEPT
                  ' BOOKINGS IN CALENDAR: ' WS-STAFF-EDIT
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE CALENDAR-REPORT-RECORD FROM WS-TEXT-LINE.
      *
       7310-PRINT-WEEK.
           IF WS-WK-STAFF(WS-WK-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CAL-FROM)
               + (WS-WK-IDX - 1) * 7)
           MOVE WS-WK-STAFF(WS-WK-IDX) TO WS-STAFF-EDIT
           MOVE WS-WK-HOURS(WS-WK-IDX) TO WS-HOURS-EDIT
           MOVE SPACES TO WS-TEXT-LINE
           STRING '   ' WS-WEEK-START
                  '         ' WS-STAFF-EDIT
                  '     ' WS-HOURS-EDIT
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE CALENDAR-REPORT-RECORD FROM WS-TEXT-LINE.
      *
       8000-WRITE-REPORT-LINE.
      *    RL-ACTION and the detail fields are set by the caller
           MOVE WS-REPORT-LINE TO BOOKING-REPORT-RECORD
           WRITE BOOKING-REPORT-RECORD
           MOVE SPACES TO RL-ACTION.
      *
       9000-FINALIZE.
           MOVE SPACES TO WS-TEXT-LINE
           WRITE BOOKING-REPORT-RECORD FROM WS-TEXT-LINE
           STRING 'REQUESTS: '       WS-REQUESTS-READ
                  '  APPROVED: '     WS-REQUESTS-APPROVED
                  '  DECLINED: '     WS-REQUESTS-DECLINED
                  '  TIMESHEETS: '   WS-TIMESHEETS-WRITTEN
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE BOOKING-REPORT-RECORD FROM WS-TEXT-LINE
           IF WS-TIMESHEETS-WRITTEN > ZERO
               MOVE SPACES TO WS-TEXT-LINE
               STRING 'APPEND LVTIME TO THE RAW TIME FILE FOR '
                      'PERIOD ENDING '
                      WS-GP-OPEN-ENDING(WS-RUN-GP-IDX)
                      ' BEFORE TIME-EDIT'
                      DELIMITED BY SIZE
                      INTO WS-TEXT-LINE
               WRITE BOOKING-REPORT-RECORD FROM WS-TEXT-LINE
           END-IF
           MOVE SPACES TO WS-TEXT-LINE
           WRITE CALENDAR-REPORT-RECORD FROM WS-TEXT-LINE
           STRING 'BOOKINGS IN CALENDAR: ' WS-CALENDAR-BOOKINGS
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE CALENDAR-REPORT-RECORD FROM WS-TEXT-LINE
           DISPLAY '=================================='
           DISPLAY 'LEAVE BOOKING COMPLETE'
           DISPLAY '=================================='
           DISPLAY 'REQUESTS READ:     ' WS-REQUESTS-READ
           DISPLAY 'APPROVED:          ' WS-REQUESTS-APPROVED
           DISPLAY 'DECLINED:          ' WS-REQUESTS-DECLINED
           DISPLAY 'LEAVE TIMESHEETS:  ' WS-TIMESHEETS-WRITTEN
           DISPLAY 'CALENDAR BOOKINGS: ' WS-CALENDAR-BOOKINGS
           DISPLAY '=================================='
           CLOSE LEAVE-REQUEST-FILE
                 LEAVE-BOOKING-FILE
                 EMPLOYEE-FILE
                 LEAVE-FILE
                 LEAVE-TIME-FILE
                 BOOKING-REPORT-FILE
                 CALENDAR-REPORT-FILE.
