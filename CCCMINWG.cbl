       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCMINWG.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *        CCCMINWG - MINIMUM WAGE COMPLIANCE VALIDATION           *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- recomputes each non-exempt          *
      *       employee's effective hourly rate per workweek from the   *
      *       calculated earnings and hours, before the CCCCALAP       *
      *       approval step, against the highest federal, state or     *
      *       local minimum wage (with its tip credit rules) in        *
      *       effect at the work location that week.  Every            *
      *       shortfall gets a pay message and a report line with the  *
      *       make-up due, and the make-up is written as a CCCMSUPD    *
      *       employee/amount load file.                               *
      *    10/15/26 TJM Employee IDs on the minimum wage exception     *
      *       listing pass through CCCMSKDT, masked per the data       *
      *       classification table unless the operator holds the       *
      *       unmask grant.                                            *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * POST-CALC VALIDATION FOR ONE COMPANY/PAY GROUP/PAY END DATE.   *
      * ONE ROW COMES BACK PER NON-EXEMPT EMPLOYEE/WORKWEEK ON THE     *
      * CALCULATED DETAIL, IN EMPLOYEE ORDER: THE CASH EARNINGS        *
      * (HOURLY, PIECE-RATE AND ALL OTHER NONDISCRETIONARY PAY), THE   *
      * REPORTED TIPS, THE HOURS WORKED AND THE WORK LOCATION'S STATE  *
      * AND LOCALITY.                                                  *
      *                                                                *
      * THE MINIMUM WAGE TABLE IS EFFECTIVE-DATED BY JURISDICTION      *
      * (FEDERAL, STATE, LOCALITY).  EVERY ROW IN EFFECT ON ANY DAY    *
      * OF THE WORKWEEK FOR THE LOCATION COMES BACK, SO A RATE         *
      * CHANGE IN MID-WEEK IS MEASURED AT THE HIGHER RATE.  THE        *
      * MINIMUM IS THE HIGHEST FULL RATE AMONG THEM.  FOR A TIPPED     *
      * EMPLOYEE THE CASH-WAGE FLOOR IS THE HIGHEST TIPPED CASH WAGE   *
      * AMONG THEM, A JURISDICTION THAT ALLOWS NO TIP CREDIT           *
      * CONTRIBUTING ITS FULL RATE:                                    *
      *                                                                *
      *   NOT TIPPED  EARNINGS / HOURS MUST MEET THE MINIMUM           *
      *   TIPPED      EARNINGS / HOURS MUST MEET THE CASH-WAGE FLOOR,  *
      *               AND (EARNINGS + TIPS) / HOURS THE MINIMUM        *
      *                                                                *
      * THE MAKE-UP FOR THE WEEK IS THE LARGER SHORTFALL TIMES THE     *
      * HOURS.  EACH SHORTFALL WRITES A PAY MESSAGE ON THE EMPLOYEE'S  *
      * PAYSHEET LINE AND A REPORT LINE; EACH EMPLOYEE'S WEEKS ARE     *
      * TOTALED INTO ONE RECORD OF THE MAKE-UP LOAD FILE (MINWGLD),    *
      * LAID OUT AS CCCMSUPD'S EMPLOYEE/AMOUNT INPUT FILE, SO PAYROLL  *
      * RUNS CCCMSUPD IN FILE MODE WITH THE MINIMUM WAGE MAKE-UP       *
      * EARNINGS CODE AND RECALCULATES.  THE MAKE-UP EARNINGS CODE     *
      * COUNTS IN THE WEEK'S EARNINGS, SO A RERUN AFTER THE RECALC     *
      * COMES BACK CLEAN.  ANY FINDING MARKS THE RUN UNSUCCESSFUL SO   *
      * THE CALC IS CORRECTED BEFORE CCCCALAP APPROVES IT.             *
      *                                                                *
      ******************************************************************


       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT MAKEUP-LOAD-FILE    ASSIGN TO  'MINWGLD'
                                       ORGANIZATION IS  LINE SEQUENTIAL
                                       FILE STATUS IS  WK-FILE-STATUS.


       DATA DIVISION.


       FILE SECTION.

      *    Same layout as CCCMSUPD's EMPAMTIN employee/amount file.
       FD  MAKEUP-LOAD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.

       01  MAKEUP-LOAD-REC.
           02  MWL-EMPLID              PIC X(20).
           02  MWL-AMOUNT              PIC 9(7)V99.
           02  FILLER                  PIC X(51).


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCMINWG'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-FILE-STATUS          PIC XX.
               88  WK-FILE-STATUS-OK               VALUE '00'.
           02  WK-CASH-RATE            PIC S9(5)V9(4) COMP-3 VALUE ZERO.
           02  WK-TIPPED-RATE          PIC S9(5)V9(4) COMP-3 VALUE ZERO.
           02  WK-MIN-RATE             PIC S9(3)V9(4) COMP-3 VALUE ZERO.
           02  WK-CASH-FLOOR           PIC S9(3)V9(4) COMP-3 VALUE ZERO.
           02  WK-ROW-FLOOR            PIC S9(3)V9(4) COMP-3 VALUE ZERO.
           02  WK-MIN-LEVEL            PIC X       VALUE SPACE.
           02  WK-MIN-JURIS            PIC X(10)   VALUE SPACE.
           02  WK-SHORT-RATE           PIC S9(5)V9(4) COMP-3 VALUE ZERO.
           02  WK-TIP-SHORT-RATE       PIC S9(5)V9(4) COMP-3 VALUE ZERO.
           02  WK-MAKEUP-AMT           PIC S9(7)V99  COMP-3 VALUE ZERO.
           02  WK-EMPL-MAKEUP          PIC S9(7)V99  COMP-3 VALUE ZERO.
           02  WK-MAKEUP-TOT           PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-LOAD-EMPLID          PIC X(20)   VALUE SPACE.
           02  WK-FINDING-CNT          PIC 9(5)    COMP  VALUE ZERO.
           02  WK-NORATE-CNT           PIC 9(5)    COMP  VALUE ZERO.
           02  WK-WEEK-CNT             PIC 9(5)    COMP  VALUE ZERO.
           02  WK-LOAD-CNT             PIC 9(5)    COMP  VALUE ZERO.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
           02  FINDING-CNT             PIC ZZZZ9.
           02  NORATE-CNT              PIC ZZZZ9.
           02  WEEK-CNT                PIC ZZZZ9.
           02  LOAD-CNT                PIC ZZZZ9.
           02  AMT-OUT                 PIC ZZZ,ZZZ,ZZ9.99-.
           02  RATE-OUT                PIC ZZ,ZZ9.9999.
           02  MIN-OUT                 PIC ZZ9.9999.
           02  HOURS-OUT               PIC ZZZ9.99.


       01  W-SW.
           02  FETCH-WEEK-SW           PIC X       VALUE SPACE.
               88  FETCH-WEEK-END                  VALUE 'E'.
           02  FETCH-MINWG-SW          PIC X       VALUE SPACE.
               88  FETCH-MINWG-END                 VALUE 'E'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            MINIMUM WAGE VALIDATION RUN CONTROL BUFFER AND STMT *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCMINWG_S_RUNCTL'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCMINWG_D_RUNCTL'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.

      /*****************************************************************
      *            RUN CONTROL ARCHIVE INSERT STMT                     *
      ******************************************************************
       01  I-RUNCTLARC.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCMINWG_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.



      /*****************************************************************
      *  NON-EXEMPT WORKWEEKS  BUFFER AND STMT                         *
      *  One row per non-exempt employee/workweek on the calculated    *
      *  detail, ordered by employee and week: the paysheet line the   *
      *  message goes on, the work location's state and locality,      *
      *  the tipped-employee switch, the week's cash earnings          *
      *  (hourly, piece-rate and other nondiscretionary pay, the       *
      *  make-up earnings code included), reported tips and hours.     *
      ******************************************************************
       01  S-WEEK.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCMINWG_S_WEEK'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  WEEK-BEGIN-DT       PIC X(10).
               03  WEEK-END-DT         PIC X(10).
               03  OFF-CYCLE           PIC X.
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  STATE               PIC X(6).
               03  LOCALITY            PIC X(10).
               03  TIPPED-SW           PIC X.
                   88  TIPPED-YES                  VALUE 'Y'.
               03  WEEK-EARNINGS       PIC S9(7)V99            COMP-3.
               03  TIPS-AMT            PIC S9(7)V99            COMP-3.
               03  WEEK-HOURS          PIC S9(4)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  MINIMUM WAGE TABLE  BUFFER AND STMT                           *
      *  Every federal, state and locality row of the effective-dated  *
      *  minimum wage table in effect on any day of the workweek for   *
      *  the state and locality: the full rate, whether the            *
      *  jurisdiction allows a tip credit, and the tipped cash wage    *
      *  when it does.                                                 *
      ******************************************************************
       01  S-MINWG.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCMINWG_S_MINWG'.

           02  BIND-SETUP.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  STATE               PIC X(6).
               03  LOCALITY            PIC X(10).
               03  WEEK-BEGIN-DT       PIC X(10).
               03  WEEK-END-DT         PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  JURIS-LEVEL         PIC X.
                   88  JURIS-FEDERAL               VALUE 'F'.
                   88  JURIS-STATE                 VALUE 'S'.
                   88  JURIS-LOCAL                 VALUE 'L'.
               03  JURISDICTION        PIC X(10).
               03  EFFDT               PIC X(10).
               03  MIN-WAGE-RATE       PIC S9(3)V9(4)          COMP-3.
               03  TIP-CREDIT-SW       PIC X.
                   88  TIP-CREDIT-ALLOWED          VALUE 'Y'.
               03  TIPPED-CASH-WAGE    PIC S9(3)V9(4)          COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  PAY MESSAGE INSERT STMT                                       *
      *  The normal pay-message path: message set 3001, number 642     *
      *  ('paid below the minimum wage for the workweek'), severity    *
      *  W, keyed to the employee's page and line; the message data    *
      *  carries the workweek begin date and the jurisdiction level    *
      *  (F/S/L) whose rate was missed.                                *
      ******************************************************************
       01  I-MSG.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCMINWG_I_MSG'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(15)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  OFF-CYCLE           PIC X.
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  EMPLID              PIC X(20).
               03  MESSAGE-SET-NBR     PIC 9(4)                COMP.
               03  MESSAGE-NBR         PIC 9(4)                COMP.
               03  MSG-SEVERITY-CD     PIC X.
               03  MSG-DATA.
                   04  MSG-WEEK-DT     PIC X(10).
                   04  FILLER          PIC X.
                   04  MSG-JURIS-LEVEL PIC X.
                   04  FILLER          PIC X(3).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            SQL COMMUNICATION                                   *
      ******************************************************************
       01  SQLRT.                      COPY PTCSQLRT.


      /*****************************************************************
      *            PROCESS SCHEDULER REQUEST STATUS INTERFACE          *
      ******************************************************************
       01  USTAT.                      COPY PTCUSTAT.



      /*****************************************************************
      *                                                                *
       PROCEDURE DIVISION.
      *                                                                *
      ******************************************************************
      *                                                                *
       AA000-MAIN SECTION.
       AA000.
      *                                                                *
      ******************************************************************

           PERFORM DA000-SELECT-RUNCTL

           ACCEPT WK-TIME OF W-WK  FROM  TIME
           INSPECT WK-TIME OF W-WK CONVERTING SPACE TO ':'
           INSPECT WK-TIME OF W-WK CONVERTING '/' TO '.'
           DISPLAY 'Minimum Wage Validation started for Company: '
                   COMPANY OF S-RUNCTL
           DISPLAY '                     Pay Group: '
                   PAYGROUP OF S-RUNCTL
           DISPLAY '                     Pay End Date: '
                   PAY-END-DT OF S-RUNCTL
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           PERFORM MA000-VALIDATE-WORKWEEKS

           PERFORM SA000-TERM

           .
       MAIN-EXIT.
           STOP RUN.


      /*****************************************************************
      *                                                                *
       DA000-SELECT-RUNCTL SECTION.
       DA000.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-CONNECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-RUNCTL(CONNECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF PROCESS-INSTANCE OF SQLRT  NOT =  ZERO

               PERFORM DB000-SET-RUN-STAT-PROCESSING
           ELSE

               CALL 'PTPRUNID' USING   SQLRT
                                       PROCESS-INSTANCE-ERRMSG
                                               OF W-PRC-INSTANCE
           END-IF

           MOVE OPRID OF SQLRT  TO  OPRID OF S-RUNCTL
           MOVE BATCH-RUN-ID OF SQLRT  TO  BATCH-RUN-ID OF S-RUNCTL

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-RUNCTL
                                   BIND-SETUP OF S-RUNCTL
                                   BIND-DATA OF S-RUNCTL
                                   SELECT-SETUP OF S-RUNCTL
                                   SELECT-DATA OF S-RUNCTL
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-RUNCTL(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-RUNCTL

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   DISPLAY 'Min Wage Validation Run Control Missing.'
                   DISPLAY ' for Operator ID  ' OPRID OF S-RUNCTL
                   DISPLAY ' and Batch Run ID '
                           BATCH-RUN-ID OF S-RUNCTL
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   MOVE 'SELECT-RUNCTL'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               ELSE
                   MOVE 'SELECT-RUNCTL(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           ELSE
               PERFORM DD000-RUNCTL-ACCEPTED
           END-IF

           .
       SELECT-RUNCTL-EXIT.


      /*****************************************************************
      *                                                                *
       DB000-SET-RUN-STAT-PROCESSING SECTION.
       DB000.
      *                                                                *
      ******************************************************************

           INITIALIZE USTAT
           MOVE PROCESS-INSTANCE OF SQLRT  TO  PROCESS-INSTANCE OF USTAT
           SET RUN-STATUS-PROCESSING OF USTAT  TO  TRUE

           CALL 'PTPUSTAT' USING   SQLRT
                                   USTAT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SET-RUN-STAT-PROCESSING(PTPUSTAT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SET-RUN-STAT-PROCESSING-EXIT.


      /*****************************************************************
      *  Copies the run control's parameters to an archive table       *
      *  ahead of DD000 below removing the row, so an accepted run's   *
      *  parameters stay on file for later reference instead of being  *
      *  lost with the row.                                            *
      ******************************************************************
       DC000-ARCHIVE-RUNCTL SECTION.
       DC000.
      *                                                                *
      ******************************************************************

           MOVE OPRID OF SQLRT  TO  OPRID OF I-RUNCTLARC
           MOVE BATCH-RUN-ID OF SQLRT  TO  BATCH-RUN-ID OF I-RUNCTLARC

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-RUNCTLARC
                                   BIND-SETUP OF I-RUNCTLARC
                                   BIND-DATA OF I-RUNCTLARC
           IF RTNCD-ERROR OF SQLRT

               MOVE 'ARCHIVE-RUNCTL(INSERT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       ARCHIVE-RUNCTL-EXIT.


      /*****************************************************************
      *                                                                *
       DD000-RUNCTL-ACCEPTED SECTION.
       DD000.
      *                                                                *
      ******************************************************************

           PERFORM DC000-ARCHIVE-RUNCTL

           MOVE OPRID OF SQLRT  TO  OPRID OF D-RUNCTL
           MOVE BATCH-RUN-ID OF SQLRT  TO  BATCH-RUN-ID OF D-RUNCTL

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-RUNCTL
                                   BIND-SETUP OF D-RUNCTL
                                   BIND-DATA OF D-RUNCTL
           IF RTNCD-ERROR OF SQLRT

               MOVE 'RUNCTL-ACCEPTED(DELETE)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'RUNCTL-ACCEPTED(COMMIT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       RUNCTL-ACCEPTED-EXIT.


      /*****************************************************************
      *                                                                *
       MA000-VALIDATE-WORKWEEKS SECTION.
       MA000.
      *                                                                *
      ******************************************************************

           OPEN OUTPUT MAKEUP-LOAD-FILE

           IF NOT WK-FILE-STATUS-OK OF W-WK

               DISPLAY 'Minimum wage make-up load file could not be '
                       'opened, status: ' WK-FILE-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-WEEK
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-WEEK
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-WEEK

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-WEEK
                                   SQL-STMT OF S-WEEK
                                   BIND-SETUP OF S-WEEK
                                   BIND-DATA OF S-WEEK
                                   SELECT-SETUP OF S-WEEK
                                   SELECT-DATA OF S-WEEK
           IF RTNCD-ERROR OF SQLRT

               MOVE 'VALIDATE-WORKWEEKS(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MA100-FETCH-WORKWEEK

           PERFORM MB000-VALIDATE-ONE-WEEK
                   UNTIL FETCH-WEEK-END OF W-SW

           PERFORM MA200-WRITE-LOAD-REC

           CLOSE MAKEUP-LOAD-FILE

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'VALIDATE-WORKWEEKS(COMMIT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE WK-WEEK-CNT OF W-WK     TO  WEEK-CNT OF W-DSP
           MOVE WK-FINDING-CNT OF W-WK  TO  FINDING-CNT OF W-DSP
           MOVE WK-NORATE-CNT OF W-WK   TO  NORATE-CNT OF W-DSP
           MOVE WK-LOAD-CNT OF W-WK     TO  LOAD-CNT OF W-DSP
           DISPLAY 'Non-exempt workweeks examined: ' WEEK-CNT OF W-DSP
           DISPLAY 'Weeks below the minimum:       '
                   FINDING-CNT OF W-DSP
           DISPLAY 'Weeks with no minimum on file: '
                   NORATE-CNT OF W-DSP
           DISPLAY 'Make-up load records written:  '
                   LOAD-CNT OF W-DSP
           MOVE WK-MAKEUP-TOT OF W-WK  TO  AMT-OUT OF W-DSP
           DISPLAY 'Total make-up due:             ' AMT-OUT OF W-DSP

           IF WK-LOAD-CNT OF W-WK  >  ZERO

               DISPLAY 'Apply MINWGLD with CCCMSUPD (input file mode, '
                       'minimum wage make-up earnings code) and '
                       'recalculate.'
           END-IF

           .
       VALIDATE-WORKWEEKS-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-FETCH-WORKWEEK SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-WEEK

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-WEEK
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-WEEK-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-WORKWEEK'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-WORKWEEK-EXIT.


      /*****************************************************************
      *  Writes the employee's total make-up for the calendar as one   *
      *  employee/amount record of the load file, when there is any.   *
      ******************************************************************
       MA200-WRITE-LOAD-REC SECTION.
       MA200.
      *                                                                *
      ******************************************************************

           IF WK-EMPL-MAKEUP OF W-WK  NOT >  ZERO

               GO TO WRITE-LOAD-REC-EXIT
           END-IF

           MOVE SPACE  TO  MAKEUP-LOAD-REC
           MOVE WK-LOAD-EMPLID OF W-WK  TO  MWL-EMPLID
           MOVE WK-EMPL-MAKEUP OF W-WK  TO  MWL-AMOUNT

           WRITE MAKEUP-LOAD-REC

           IF NOT WK-FILE-STATUS-OK OF W-WK

               DISPLAY 'Minimum wage make-up load file write failed, '
                       'status: ' WK-FILE-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           ADD 1  TO  WK-LOAD-CNT OF W-WK
           MOVE ZERO  TO  WK-EMPL-MAKEUP OF W-WK

           .
       WRITE-LOAD-REC-EXIT.


      /*****************************************************************
      *                                                                *
       MB000-VALIDATE-ONE-WEEK SECTION.
       MB000.
      *  The effective rate is the week's cash earnings over the       *
      *  week's hours.  A tipped employee's cash rate must meet the    *
      *  cash-wage floor and the cash rate with tips the full          *
      *  minimum; the make-up is the larger shortfall times the        *
      *  hours, and clears both.                                       *
      ******************************************************************

           IF EMPLID OF S-WEEK  NOT =  WK-LOAD-EMPLID OF W-WK

               PERFORM MA200-WRITE-LOAD-REC
               MOVE EMPLID OF S-WEEK  TO  WK-LOAD-EMPLID OF W-WK
           END-IF

           ADD 1  TO  WK-WEEK-CNT OF W-WK

           IF WEEK-HOURS OF S-WEEK  NOT >  ZERO

               GO TO MB000-NEXT-POINT
           END-IF

           PERFORM MC000-SELECT-MINIMUM

           IF WK-MIN-RATE OF W-WK  NOT >  ZERO

               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF S-WEEK
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY '  ' WK-EMPLID-OUT OF W-WK
                       ' week ' WEEK-BEGIN-DT OF S-WEEK
                       '  no minimum wage on file for State: '
                       STATE OF S-WEEK
                       ' Locality: ' LOCALITY OF S-WEEK
               ADD 1  TO  WK-NORATE-CNT OF W-WK
               GO TO MB000-NEXT-POINT
           END-IF

           COMPUTE WK-CASH-RATE OF W-WK ROUNDED
                   =  WEEK-EARNINGS OF S-WEEK
                   /  WEEK-HOURS OF S-WEEK

           IF TIPPED-YES OF S-WEEK

               COMPUTE WK-TIPPED-RATE OF W-WK ROUNDED
                       =  (WEEK-EARNINGS OF S-WEEK
                           +  TIPS-AMT OF S-WEEK)
                       /  WEEK-HOURS OF S-WEEK
               COMPUTE WK-SHORT-RATE OF W-WK
                       =  WK-CASH-FLOOR OF W-WK
                       -  WK-CASH-RATE OF W-WK
               COMPUTE WK-TIP-SHORT-RATE OF W-WK
                       =  WK-MIN-RATE OF W-WK
                       -  WK-TIPPED-RATE OF W-WK

               IF WK-TIP-SHORT-RATE OF W-WK
                       >  WK-SHORT-RATE OF W-WK

                   MOVE WK-TIP-SHORT-RATE OF W-WK
                           TO  WK-SHORT-RATE OF W-WK
               END-IF
           ELSE
               MOVE WK-CASH-RATE OF W-WK  TO  WK-TIPPED-RATE OF W-WK
               COMPUTE WK-SHORT-RATE OF W-WK
                       =  WK-MIN-RATE OF W-WK
                       -  WK-CASH-RATE OF W-WK
           END-IF

           IF WK-SHORT-RATE OF W-WK  NOT >  ZERO

               GO TO MB000-NEXT-POINT
           END-IF

           COMPUTE WK-MAKEUP-AMT OF W-WK ROUNDED
                   =  WK-SHORT-RATE OF W-WK
                   *  WEEK-HOURS OF S-WEEK

           IF WK-MAKEUP-AMT OF W-WK  NOT >  ZERO

               GO TO MB000-NEXT-POINT
           END-IF

           ADD 1  TO  WK-FINDING-CNT OF W-WK
           ADD WK-MAKEUP-AMT OF W-WK  TO  WK-EMPL-MAKEUP OF W-WK
           ADD WK-MAKEUP-AMT OF W-WK  TO  WK-MAKEUP-TOT OF W-WK

           MOVE WEEK-HOURS OF S-WEEK  TO  HOURS-OUT OF W-DSP
           MOVE WK-CASH-RATE OF W-WK  TO  RATE-OUT OF W-DSP
           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF S-WEEK
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           DISPLAY '  ' WK-EMPLID-OUT OF W-WK
                   ' week ' WEEK-BEGIN-DT OF S-WEEK
                   '  hours ' HOURS-OUT OF W-DSP
                   '  cash rate ' RATE-OUT OF W-DSP
           MOVE WK-MIN-RATE OF W-WK  TO  MIN-OUT OF W-DSP
           DISPLAY '    minimum:           ' MIN-OUT OF W-DSP
                   '  (' WK-MIN-LEVEL OF W-WK
                   ' ' WK-MIN-JURIS OF W-WK ')'

           IF TIPPED-YES OF S-WEEK

               MOVE WK-CASH-FLOOR OF W-WK  TO  MIN-OUT OF W-DSP
               DISPLAY '    tipped cash floor: ' MIN-OUT OF W-DSP
               MOVE WK-TIPPED-RATE OF W-WK  TO  RATE-OUT OF W-DSP
               DISPLAY '    rate with tips:    ' RATE-OUT OF W-DSP
           END-IF

           MOVE WK-MAKEUP-AMT OF W-WK  TO  AMT-OUT OF W-DSP
           DISPLAY '    make-up due:       ' AMT-OUT OF W-DSP

           PERFORM MD000-WRITE-SHORT-MESSAGE

           .
       MB000-NEXT-POINT.

           PERFORM MA100-FETCH-WORKWEEK

           .
       VALIDATE-ONE-WEEK-EXIT.


      /*****************************************************************
      *  The minimum is the highest full rate among the federal,       *
      *  state and locality rows in effect during the week; the cash-  *
      *  wage floor is the highest tipped cash wage among them, a      *
      *  jurisdiction allowing no tip credit counting its full rate.   *
      ******************************************************************
       MC000-SELECT-MINIMUM SECTION.
       MC000.
      *                                                                *
      ******************************************************************

           MOVE ZERO   TO  WK-MIN-RATE OF W-WK
           MOVE ZERO   TO  WK-CASH-FLOOR OF W-WK
           MOVE SPACE  TO  WK-MIN-LEVEL OF W-WK
           MOVE SPACE  TO  WK-MIN-JURIS OF W-WK
           MOVE SPACE  TO  FETCH-MINWG-SW OF W-SW

           MOVE STATE OF SELECT-DATA OF S-WEEK
                   TO  STATE OF BIND-DATA OF S-MINWG
           MOVE LOCALITY OF SELECT-DATA OF S-WEEK
                   TO  LOCALITY OF BIND-DATA OF S-MINWG
           MOVE WEEK-BEGIN-DT OF SELECT-DATA OF S-WEEK
                   TO  WEEK-BEGIN-DT OF BIND-DATA OF S-MINWG
           MOVE WEEK-END-DT OF SELECT-DATA OF S-WEEK
                   TO  WEEK-END-DT OF BIND-DATA OF S-MINWG

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-MINWG
                                   SQL-STMT OF S-MINWG
                                   BIND-SETUP OF S-MINWG
                                   BIND-DATA OF S-MINWG
                                   SELECT-SETUP OF S-MINWG
                                   SELECT-DATA OF S-MINWG
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-MINIMUM(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MC100-FETCH-MINIMUM

           PERFORM MC200-APPLY-ONE-RATE
                   UNTIL FETCH-MINWG-END OF W-SW

           .
       SELECT-MINIMUM-EXIT.


      /*****************************************************************
      *                                                                *
       MC100-FETCH-MINIMUM SECTION.
       MC100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-MINWG

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-MINWG
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-MINWG-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-MINIMUM'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-MINIMUM-EXIT.


      /*****************************************************************
      *                                                                *
       MC200-APPLY-ONE-RATE SECTION.
       MC200.
      *                                                                *
      ******************************************************************

           IF MIN-WAGE-RATE OF S-MINWG  >  WK-MIN-RATE OF W-WK

               MOVE MIN-WAGE-RATE OF S-MINWG  TO  WK-MIN-RATE OF W-WK
               MOVE JURIS-LEVEL OF S-MINWG  TO  WK-MIN-LEVEL OF W-WK
               MOVE JURISDICTION OF S-MINWG  TO  WK-MIN-JURIS OF W-WK
           END-IF

           IF TIP-CREDIT-ALLOWED OF S-MINWG

               MOVE TIPPED-CASH-WAGE OF S-MINWG
                       TO  WK-ROW-FLOOR OF W-WK
           ELSE
               MOVE MIN-WAGE-RATE OF S-MINWG  TO  WK-ROW-FLOOR OF W-WK
           END-IF

           IF WK-ROW-FLOOR OF W-WK  >  WK-CASH-FLOOR OF W-WK

               MOVE WK-ROW-FLOOR OF W-WK  TO  WK-CASH-FLOOR OF W-WK
           END-IF

           PERFORM MC100-FETCH-MINIMUM

           .
       APPLY-ONE-RATE-EXIT.


      /*****************************************************************
      *                                                                *
       MD000-WRITE-SHORT-MESSAGE SECTION.
       MD000.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF I-MSG
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF I-MSG
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF I-MSG
           MOVE OFF-CYCLE OF SELECT-DATA OF S-WEEK
                   TO  OFF-CYCLE OF BIND-DATA OF I-MSG
           MOVE PAGE-NO OF SELECT-DATA OF S-WEEK
                   TO  PAGE-NO OF BIND-DATA OF I-MSG
           MOVE LINE-NO OF SELECT-DATA OF S-WEEK
                   TO  LINE-NO OF BIND-DATA OF I-MSG
           MOVE EMPLID OF SELECT-DATA OF S-WEEK
                   TO  EMPLID OF BIND-DATA OF I-MSG
           MOVE 3001  TO  MESSAGE-SET-NBR OF BIND-DATA OF I-MSG
           MOVE 642   TO  MESSAGE-NBR OF BIND-DATA OF I-MSG
           MOVE 'W'   TO  MSG-SEVERITY-CD OF BIND-DATA OF I-MSG
           MOVE SPACE  TO  MSG-DATA OF BIND-DATA OF I-MSG
           MOVE WEEK-BEGIN-DT OF SELECT-DATA OF S-WEEK
                   TO  MSG-WEEK-DT OF BIND-DATA OF I-MSG
           MOVE WK-MIN-LEVEL OF W-WK
                   TO  MSG-JURIS-LEVEL OF BIND-DATA OF I-MSG

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-MSG
                                   BIND-SETUP OF I-MSG
                                   BIND-DATA OF I-MSG
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-SHORT-MESSAGE(INSERT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       WRITE-SHORT-MESSAGE-EXIT.


      /*****************************************************************
      *  Data masking (CCCMSKDT), initialized before any cursor is     *
      *  opened.  An unavailable classification table refuses the      *
      *  run rather than print unmasked values.                        *
      ******************************************************************
       XM000-INIT-MASKING SECTION.
       XM000.
      *                                                                *
      ******************************************************************

           SET MASK-ACTION-INIT OF W-MASKPARM  TO  TRUE
           SET MASK-OUTPUT-REPORT OF W-MASKPARM  TO  TRUE
           MOVE 'CCCMINWG'  TO  REPORT-ID OF W-MASKPARM
           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF W-MASKPARM
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF W-MASKPARM
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF W-MASKPARM

           CALL 'CCCMSKDT' USING   SQLRT
                                   W-MASKPARM

           IF RETURN-CD-FAILURE OF W-MASKPARM

               DISPLAY 'The data classification table is '
                       'unavailable; the run is refused.'
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               MOVE 'INIT-MASKING'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF UNMASK-YES OF W-MASKPARM

               DISPLAY 'Unmask granted to Operator ' OPRID OF SQLRT
               DISPLAY '  full sensitive values are printed; this '
                       'run has been logged.'
           END-IF

           .
       INIT-MASKING-EXIT.


      /*****************************************************************
      *  Masks the value staged in FIELD-VALUE OF W-MASKPARM under     *
      *  the class staged in FIELD-CLASS; the result comes back in     *
      *  FIELD-VALUE.                                                  *
      ******************************************************************
       XM100-MASK-FIELD SECTION.
       XM100.
      *                                                                *
      ******************************************************************

           SET MASK-ACTION-MASK OF W-MASKPARM  TO  TRUE

           CALL 'CCCMSKDT' USING   SQLRT
                                   W-MASKPARM

           IF RETURN-CD-FAILURE OF W-MASKPARM

               MOVE 'MASK-FIELD'  TO  ERR-SECTION OF SQLRT
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       MASK-FIELD-EXIT.


      /*****************************************************************
      *                                                                *
       SA000-TERM SECTION.
       SA000.
      *                                                                *
      ******************************************************************

           IF PROCESS-INSTANCE OF SQLRT  NOT =  ZERO

               PERFORM SD000-SET-RUN-STAT-SUCCESSFUL
           END-IF

           CALL 'PTPSQLRT' USING   ACTION-DISCONNECT-ALL OF SQLRT
                                   SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'TERM'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           ACCEPT WK-TIME OF W-WK  FROM  TIME
           INSPECT WK-TIME OF W-WK CONVERTING SPACE TO ':'
           INSPECT WK-TIME OF W-WK CONVERTING '/' TO '.'
           DISPLAY 'Minimum Wage Validation ended at '
                   WK-TIME OF W-WK
                   '.'

           .
       TERM-EXIT.


      /*****************************************************************
      *                                                                *
       SD000-SET-RUN-STAT-SUCCESSFUL SECTION.
       SD000.
      *                                                                *
      ******************************************************************

           IF WK-FINDING-CNT OF W-WK  >  ZERO
                   OR  WK-NORATE-CNT OF W-WK  >  ZERO

               SET RUN-STATUS-UNSUCCESSFUL OF USTAT  TO  TRUE
               SET CONTINUE-JOB-NO OF USTAT          TO  TRUE
               DISPLAY 'ON-CALL ALERT -- minimum wage shortfalls for '
                       'Company: ' COMPANY OF S-RUNCTL
                       '; correct the calc before CCCCALAP approval.'
           ELSE
               SET RUN-STATUS-SUCCESSFUL OF USTAT  TO  TRUE
           END-IF

           CALL 'PTPUSTAT' USING   SQLRT
                                   USTAT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SET-RUN-STAT-SUCCESSFUL(PTPUSTAT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SET-RUN-STAT-SUCCESSFUL-EXIT.


      /*****************************************************************
      *                                                                *
       ZZ000-SQL-ERROR SECTION.
       ZZ000.
      *                                                                *
      * SQL ERROR PROCESSING                                           *
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-ERROR OF SQLRT
                                   SQLRT

           ACCEPT WK-TIME OF W-WK  FROM  TIME
           INSPECT WK-TIME OF W-WK CONVERTING SPACE TO ':'
           INSPECT WK-TIME OF W-WK CONVERTING '/' TO '.'
           DISPLAY 'Minimum Wage Validation did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
