       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCLVPAY.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *        CCCLVPAY - LEAVE BALANCE PAYOUT ON TERMINATION          *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- pays out the unused leave of the    *
      *       terminated employees CCCFINPY reports with no pending    *
      *       final pay, by the state and plan payout rule, as off-    *
      *       cycle paysheet lines, and zeroes the balances with an    *
      *       audit row.  Replaces the clerk's state rules binder.     *
      *    10/15/26 TJM Employee IDs on the payout listing pass        *
      *       through CCCMSKDT, masked per the data classification     *
      *       table unless the operator holds the unmask grant.        *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * LEAVE PAYOUT BUILD FOR ONE COMPANY/PAY GROUP/PAY END DATE (THE *
      * OFF-CYCLE FINAL-PAY PERIOD).  WALKS THE SAME POPULATION        *
      * CCCFINPY'S MISSING FINAL PAY LIST REPORTS -- EMPLOYEES         *
      * TERMINATED IN OR BEFORE THE PERIOD WITH NO PAYSHEET LINE ON    *
      * THE CALENDAR -- AND FOR EACH OF THE EMPLOYEE'S LEAVE PLAN      *
      * BALANCES APPLIES THE PAYOUT RULE IN FORCE ON THE TERMINATION   *
      * DATE FOR THE EMPLOYEE'S STATE AND THE PLAN:                    *
      *                                                                *
      *   F  PAY IN FULL         C  PAY UP TO THE RULE'S HOUR CAP      *
      *   X  FORFEIT             P  PAY THE RULE'S PERCENTAGE          *
      *                                                                *
      * THE HOURS PAID ARE VALUED AT THE EMPLOYEE'S FINAL HOURLY RATE  *
      * AND WRITTEN AS AN EARNINGS ROW UNDER THE PLAN'S PAYOUT         *
      * EARNINGS CODE ON ONE OFF-CYCLE LINE PER EMPLOYEE, ALLOCATED    *
      * ABOVE THE CALENDAR'S HIGH PAGE AT TWENTY-FIVE LINES PER PAGE   *
      * THE WAY CCCRETRB DOES.  THE BALANCE IS THEN ZEROED WITH A      *
      * CCCLVACR-STYLE AUDIT ROW CARRYING THE HOURS PAID AND           *
      * FORFEITED, AND THE REGISTER SHOWS EACH RULE APPLIED.           *
      *                                                                *
      * A PLAN WITH NO RULE FOR THE STATE, OR AN EMPLOYEE WITH NO      *
      * FINAL RATE, IS REPORTED AND LEFT UNTOUCHED, AND MARKS THE RUN  *
      * UNSUCCESSFUL.  AN EMPLOYEE WITH A PAYOUT NOW HAS A LINE ON THE *
      * CALENDAR, SO A RERUN DOES NOT PAY THEM TWICE AND CCCFINPY NO   *
      * LONGER REPORTS THEM; ANY FINAL WAGES ARE KEYED ON THE SAME     *
      * LINE.                                                          *
      *                                                                *
      ******************************************************************


       DATA DIVISION.


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCLVPAY'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-TERM-CNT             PIC 9(5)    COMP  VALUE ZERO.
           02  WK-PAYOUT-CNT           PIC 9(5)    COMP  VALUE ZERO.
           02  WK-PLAN-CNT             PIC 9(7)    COMP  VALUE ZERO.
           02  WK-EXCEPTION-CNT        PIC 9(5)    COMP  VALUE ZERO.
           02  WK-PAGE-NO              PIC 99999   COMP  VALUE ZERO.
           02  WK-LINE-NO              PIC 99      COMP  VALUE ZERO.
           02  WK-PAY-HOURS            PIC S9(5)V99  COMP-3 VALUE ZERO.
           02  WK-FORFEIT-HOURS        PIC S9(5)V99  COMP-3 VALUE ZERO.
           02  WK-PAY-AMT              PIC S9(7)V99  COMP-3 VALUE ZERO.
           02  WK-TOT-HOURS            PIC S9(7)V99  COMP-3 VALUE ZERO.
           02  WK-TOT-FORFEIT          PIC S9(7)V99  COMP-3 VALUE ZERO.
           02  WK-TOT-AMT              PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-RULE-TEXT            PIC X(20)   VALUE SPACE.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
           02  TERM-CNT                PIC ZZZZ9.
           02  PAYOUT-CNT              PIC ZZZZ9.
           02  PLAN-CNT                PIC ZZZ,ZZ9.
           02  EXCEPTION-CNT           PIC ZZZZ9.
           02  PAGE-NO                 PIC ZZZZ9.
           02  LINE-NO                 PIC Z9.
           02  BAL-OUT                 PIC ZZ,ZZ9.99-.
           02  PAID-OUT                PIC ZZ,ZZ9.99-.
           02  FORFEIT-OUT             PIC ZZ,ZZ9.99-.
           02  RATE-OUT                PIC ZZ,ZZ9.9999.
           02  AMT-OUT                 PIC ZZZ,ZZZ,ZZ9.99-.
           02  HRS-TOT-OUT             PIC Z,ZZZ,ZZ9.99-.
           02  CAP-OUT                 PIC ZZ,ZZ9.99.
           02  PCT-OUT                 PIC ZZ9.99.


       01  W-SW.
           02  FETCH-TERM-SW           PIC X       VALUE SPACE.
               88  FETCH-TERM-END                  VALUE 'E'.
           02  FETCH-BAL-SW            PIC X       VALUE SPACE.
               88  FETCH-BAL-END                   VALUE 'E'.
           02  LINE-BUILT-SW           PIC X       VALUE 'N'.
               88  LINE-BUILT-YES                  VALUE 'Y'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            LEAVE PAYOUT RUN CONTROL BUFFER AND STMT            *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCLVPAY_S_RUNCTL'.

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
                                                   'CCCLVPAY_D_RUNCTL'.

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
                                                   'CCCLVPAY_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.



      /*****************************************************************
      *  CURRENT HIGH PAGE OF THE CALENDAR  BUFFER AND STMT            *
      ******************************************************************
       01  S-MAXPG.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCLVPAY_S_MAXPG'.

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
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  MAX-PAGE-NO         PIC 99999               COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  TERMINATIONS WITH NO PENDING PAY  BUFFER AND STMT             *
      *  CCCFINPY's S-TERM population -- employees terminated in or    *
      *  before the period with no paysheet line on the calendar --    *
      *  with the employee record, the work state and the hourly rate  *
      *  of the job row in force on the termination date (a salaried   *
      *  job's annual rate over its standard annual hours).  Carries   *
      *  its own SQL cursor; the balance cursor and the inserts and    *
      *  updates run nested.                                           *
      ******************************************************************
       01  S-TERM.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCLVPAY_S_TERM'.

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
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  EMPL-RCD-NO         PIC 999                 COMP.
               03  EMPL-NAME           PIC X(30).
               03  STATE               PIC X(6).
               03  TERMINATION-DT      PIC X(10).
               03  FINAL-RATE          PIC S9(5)V9(4)          COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  LEAVE BALANCES WITH PAYOUT RULE  BUFFER AND STMT              *
      *  One row per leave plan balance of the employee, outer-joined  *
      *  to the state/plan payout rule effective on the termination    *
      *  date; PAYOUT-RULE comes back blank when no rule is on file.   *
      *  The cap is in hours, the percentage in whole percent.         *
      *  Carries its own SQL cursor.                                   *
      ******************************************************************
       01  S-LVBAL.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCLVPAY_S_LVBAL'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  STATE               PIC X(6).
               03  TERMINATION-DT      PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC XXX     VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC XXX     VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  LEAVE-PLAN          PIC XXX.
               03  CURRENT-BAL         PIC S9(5)V99            COMP-3.
               03  PAYOUT-RULE         PIC X.
                   88  RULE-PAY-FULL               VALUE 'F'.
                   88  RULE-PAY-TO-CAP             VALUE 'C'.
                   88  RULE-FORFEIT                VALUE 'X'.
                   88  RULE-PAY-PERCENT            VALUE 'P'.
               03  PAYOUT-CAP-HOURS    PIC S9(5)V99            COMP-3.
               03  PAYOUT-PCT          PIC S9(3)V99            COMP-3.
               03  PAYOUT-ERNCD        PIC XXX.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  PAYOUT PAGE INSERT STMT (PAY_PAGE SHAPE, OFF-CYCLE)           *
      ******************************************************************
       01  I-PAGE.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCLVPAY_I_PAGE'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  PAGE-NO             PIC 99999               COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  PAYOUT LINE INSERT STMT (PAY_LINE SHAPE)                      *
      ******************************************************************
       01  I-LINE.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCLVPAY_I_LINE'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  EMPLID              PIC X(20).
               03  EMPL-RCD-NO         PIC 999                 COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  PAYOUT EARNINGS INSERT STMT (PAY_EARNINGS SHAPE)              *
      *  One row per plan paid, under the plan's payout earnings       *
      *  code, with the hours, the final rate and the amount.          *
      ******************************************************************
       01  I-ERN.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCLVPAY_I_ERN'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XXX     VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  EMPLID              PIC X(20).
               03  EMPL-RCD-NO         PIC 999                 COMP.
               03  ERNCD               PIC XXX.
               03  OTH-HRS             PIC S9(5)V99            COMP-3.
               03  HOURLY-RT           PIC S9(5)V9(4)          COMP-3.
               03  OTH-EARNS           PIC S9(7)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  LEAVE BALANCE UPDATE  SQL UPDATE STMT                         *
      *  The same balance row CCCLVACR maintains, set to zero.         *
      ******************************************************************
       01  U-BAL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCLVPAY_U_BAL'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XXX     VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  LEAVE-PLAN          PIC XXX.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  LEAVE BALANCE AUDIT INSERT STMT                               *
      *  The CCCLVACR movement row for the termination: nothing        *
      *  accrued, the whole balance taken out -- split between the     *
      *  hours paid and the hours forfeited -- the rule applied and a  *
      *  zero balance after.                                           *
      ******************************************************************
       01  I-LVAUD.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCLVPAY_I_LVAUD'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XXX     VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  EMPLID              PIC X(20).
               03  LEAVE-PLAN          PIC XXX.
               03  ACCRUED-HOURS       PIC S9(5)V99            COMP-3.
               03  PAID-HOURS          PIC S9(5)V99            COMP-3.
               03  FORFEIT-HOURS       PIC S9(5)V99            COMP-3.
               03  PAYOUT-RULE         PIC X.
               03  NEW-BAL             PIC S9(5)V99            COMP-3.
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
           DISPLAY 'Leave Payout started for Company: '
                   COMPANY OF S-RUNCTL
           DISPLAY '                     Pay Group: '
                   PAYGROUP OF S-RUNCTL
           DISPLAY '                     Pay End Date: '
                   PAY-END-DT OF S-RUNCTL
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           PERFORM MA000-SELECT-HIGH-PAGE

           PERFORM MB000-BUILD-PAYOUTS

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

                   DISPLAY 'Leave Payout Run Control Missing.'
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
       MA000-SELECT-HIGH-PAGE SECTION.
       MA000.
      *  Payout pages are allocated above the calendar's current high  *
      *  page, so they slot in behind whatever the normal build        *
      *  already created.                                              *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-MAXPG
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-MAXPG
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-MAXPG

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-MAXPG
                                   BIND-SETUP OF S-MAXPG
                                   BIND-DATA OF S-MAXPG
                                   SELECT-SETUP OF S-MAXPG
                                   SELECT-DATA OF S-MAXPG
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-HIGH-PAGE(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-MAXPG

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               MOVE 'SELECT-HIGH-PAGE(FETCH)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           SET RTNCD-OK OF SQLRT  TO  TRUE

           MOVE MAX-PAGE-NO OF S-MAXPG  TO  WK-PAGE-NO OF W-WK

           .
       SELECT-HIGH-PAGE-EXIT.


      /*****************************************************************
      *                                                                *
       MB000-BUILD-PAYOUTS SECTION.
       MB000.
      *                                                                *
      ******************************************************************

           DISPLAY 'Leave Payout Register'

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-TERM
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-TERM
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-TERM

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-TERM
                                   SQL-STMT OF S-TERM
                                   BIND-SETUP OF S-TERM
                                   BIND-DATA OF S-TERM
                                   SELECT-SETUP OF S-TERM
                                   SELECT-DATA OF S-TERM
           IF RTNCD-ERROR OF SQLRT

               MOVE 'BUILD-PAYOUTS(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MB100-FETCH-TERM

           PERFORM MC000-PAY-ONE-TERM
                   UNTIL FETCH-TERM-END OF W-SW

           PERFORM MJ000-COMMIT-PAYOUTS

           MOVE WK-TERM-CNT OF W-WK       TO  TERM-CNT OF W-DSP
           MOVE WK-PAYOUT-CNT OF W-WK     TO  PAYOUT-CNT OF W-DSP
           MOVE WK-PLAN-CNT OF W-WK       TO  PLAN-CNT OF W-DSP
           MOVE WK-EXCEPTION-CNT OF W-WK  TO  EXCEPTION-CNT OF W-DSP

           DISPLAY 'Leave Payout Control Totals'
           DISPLAY '  Terminations:        ' TERM-CNT OF W-DSP
           DISPLAY '  Plan Balances:       ' PLAN-CNT OF W-DSP
           DISPLAY '  Payout Lines Built:  ' PAYOUT-CNT OF W-DSP

           MOVE WK-TOT-HOURS OF W-WK  TO  HRS-TOT-OUT OF W-DSP
           DISPLAY '  Hours Paid:          ' HRS-TOT-OUT OF W-DSP
           MOVE WK-TOT-FORFEIT OF W-WK  TO  HRS-TOT-OUT OF W-DSP
           DISPLAY '  Hours Forfeited:     ' HRS-TOT-OUT OF W-DSP
           MOVE WK-TOT-AMT OF W-WK  TO  AMT-OUT OF W-DSP
           DISPLAY '  Payout Amount:       ' AMT-OUT OF W-DSP
           DISPLAY '  Exceptions:          ' EXCEPTION-CNT OF W-DSP

           .
       BUILD-PAYOUTS-EXIT.


      /*****************************************************************
      *                                                                *
       MB100-FETCH-TERM SECTION.
       MB100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-TERM

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-TERM
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-TERM-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-TERM'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-TERM-EXIT.


      /*****************************************************************
      *                                                                *
       MC000-PAY-ONE-TERM SECTION.
       MC000.
      *  An employee with no final rate cannot be valued; the whole    *
      *  employee is reported and left for the clerk.                  *
      ******************************************************************

           ADD 1  TO  WK-TERM-CNT OF W-WK
           MOVE 'N'  TO  LINE-BUILT-SW OF W-SW

           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF S-TERM
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           DISPLAY '  ' WK-EMPLID-OUT OF W-WK
                   ' ' EMPL-NAME OF S-TERM
                   ' ' STATE OF S-TERM
                   '  term ' TERMINATION-DT OF S-TERM

           IF FINAL-RATE OF S-TERM  NOT >  ZERO

               DISPLAY '      *** NO FINAL RATE -- NOT PAID OUT ***'
               ADD 1  TO  WK-EXCEPTION-CNT OF W-WK
               GO TO MC000-NEXT-POINT
           END-IF

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-LVBAL
           MOVE EMPLID OF SELECT-DATA OF S-TERM
                   TO  EMPLID OF BIND-DATA OF S-LVBAL
           MOVE STATE OF SELECT-DATA OF S-TERM
                   TO  STATE OF BIND-DATA OF S-LVBAL
           MOVE TERMINATION-DT OF SELECT-DATA OF S-TERM
                   TO  TERMINATION-DT OF BIND-DATA OF S-LVBAL

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-LVBAL
                                   SQL-STMT OF S-LVBAL
                                   BIND-SETUP OF S-LVBAL
                                   BIND-DATA OF S-LVBAL
                                   SELECT-SETUP OF S-LVBAL
                                   SELECT-DATA OF S-LVBAL
           IF RTNCD-ERROR OF SQLRT

               MOVE 'PAY-ONE-TERM(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE SPACE  TO  FETCH-BAL-SW OF W-SW

           PERFORM MC100-FETCH-BALANCE

           PERFORM MD000-PAY-ONE-PLAN
                   UNTIL FETCH-BAL-END OF W-SW

           .
       MC000-NEXT-POINT.

           PERFORM MB100-FETCH-TERM

           .
       PAY-ONE-TERM-EXIT.


      /*****************************************************************
      *                                                                *
       MC100-FETCH-BALANCE SECTION.
       MC100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-LVBAL

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-LVBAL
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-BAL-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-BALANCE'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-BALANCE-EXIT.


      /*****************************************************************
      *                                                                *
       MD000-PAY-ONE-PLAN SECTION.
       MD000.
      *  A plan with nothing left needs no payout and no audit row.    *
      *  The hours paid are valued at the final rate; what the rule    *
      *  does not pay is forfeited, and either way the balance goes    *
      *  to zero.                                                      *
      ******************************************************************

           IF CURRENT-BAL OF S-LVBAL  NOT >  ZERO

               GO TO MD000-NEXT-POINT
           END-IF

           ADD 1  TO  WK-PLAN-CNT OF W-WK
           MOVE CURRENT-BAL OF S-LVBAL  TO  BAL-OUT OF W-DSP

           IF NOT RULE-PAY-FULL OF S-LVBAL
                   AND NOT RULE-PAY-TO-CAP OF S-LVBAL
                   AND NOT RULE-FORFEIT OF S-LVBAL
                   AND NOT RULE-PAY-PERCENT OF S-LVBAL

               DISPLAY '      ' LEAVE-PLAN OF S-LVBAL
                       '  bal ' BAL-OUT OF W-DSP
                       '  *** NO PAYOUT RULE FOR STATE '
                       STATE OF S-TERM
                       ' -- NOT PAID OUT ***'
               ADD 1  TO  WK-EXCEPTION-CNT OF W-WK
               GO TO MD000-NEXT-POINT
           END-IF

           PERFORM MD100-APPLY-RULE

           COMPUTE WK-FORFEIT-HOURS OF W-WK
                   =  CURRENT-BAL OF S-LVBAL
                   -  WK-PAY-HOURS OF W-WK

           MOVE ZERO  TO  WK-PAY-AMT OF W-WK

           IF WK-PAY-HOURS OF W-WK  >  ZERO

               COMPUTE WK-PAY-AMT OF W-WK  ROUNDED
                       =  WK-PAY-HOURS OF W-WK
                       *  FINAL-RATE OF S-TERM

               IF NOT LINE-BUILT-YES OF W-SW

                   PERFORM MD200-ALLOCATE-LINE
               END-IF

               PERFORM MD500-INSERT-EARNINGS
           END-IF

           PERFORM ME000-ZERO-BALANCE

           ADD WK-PAY-HOURS OF W-WK      TO  WK-TOT-HOURS OF W-WK
           ADD WK-FORFEIT-HOURS OF W-WK  TO  WK-TOT-FORFEIT OF W-WK
           ADD WK-PAY-AMT OF W-WK        TO  WK-TOT-AMT OF W-WK

           MOVE WK-PAY-HOURS OF W-WK      TO  PAID-OUT OF W-DSP
           MOVE WK-FORFEIT-HOURS OF W-WK  TO  FORFEIT-OUT OF W-DSP
           MOVE FINAL-RATE OF S-TERM      TO  RATE-OUT OF W-DSP
           MOVE WK-PAY-AMT OF W-WK        TO  AMT-OUT OF W-DSP

           DISPLAY '      ' LEAVE-PLAN OF S-LVBAL
                   '  bal ' BAL-OUT OF W-DSP
                   '  ' WK-RULE-TEXT OF W-WK
                   '  paid ' PAID-OUT OF W-DSP
                   '  forfeit ' FORFEIT-OUT OF W-DSP
           DISPLAY '          rate ' RATE-OUT OF W-DSP
                   '  amount ' AMT-OUT OF W-DSP
                   '  earnings ' PAYOUT-ERNCD OF S-LVBAL

           .
       MD000-NEXT-POINT.

           PERFORM MC100-FETCH-BALANCE

           .
       PAY-ONE-PLAN-EXIT.


      /*****************************************************************
      *                                                                *
       MD100-APPLY-RULE SECTION.
       MD100.
      *  Sets the hours to pay and the rule text for the register.     *
      ******************************************************************

           EVALUATE TRUE

               WHEN RULE-PAY-FULL OF S-LVBAL
                   MOVE CURRENT-BAL OF S-LVBAL
                           TO  WK-PAY-HOURS OF W-WK
                   MOVE 'PAY IN FULL'  TO  WK-RULE-TEXT OF W-WK

               WHEN RULE-PAY-TO-CAP OF S-LVBAL
                   IF CURRENT-BAL OF S-LVBAL
                           >  PAYOUT-CAP-HOURS OF S-LVBAL

                       MOVE PAYOUT-CAP-HOURS OF S-LVBAL
                               TO  WK-PAY-HOURS OF W-WK
                   ELSE
                       MOVE CURRENT-BAL OF S-LVBAL
                               TO  WK-PAY-HOURS OF W-WK
                   END-IF
                   MOVE PAYOUT-CAP-HOURS OF S-LVBAL
                           TO  CAP-OUT OF W-DSP
                   MOVE SPACE  TO  WK-RULE-TEXT OF W-WK
                   STRING 'CAP ' CAP-OUT OF W-DSP ' HRS'
                           DELIMITED BY SIZE
                           INTO WK-RULE-TEXT OF W-WK

               WHEN RULE-FORFEIT OF S-LVBAL
                   MOVE ZERO  TO  WK-PAY-HOURS OF W-WK
                   MOVE 'FORFEIT'  TO  WK-RULE-TEXT OF W-WK

               WHEN RULE-PAY-PERCENT OF S-LVBAL
                   COMPUTE WK-PAY-HOURS OF W-WK  ROUNDED
                           =  CURRENT-BAL OF S-LVBAL
                           *  PAYOUT-PCT OF S-LVBAL  /  100
                   MOVE PAYOUT-PCT OF S-LVBAL  TO  PCT-OUT OF W-DSP
                   MOVE SPACE  TO  WK-RULE-TEXT OF W-WK
                   STRING 'PAY ' PCT-OUT OF W-DSP ' PCT'
                           DELIMITED BY SIZE
                           INTO WK-RULE-TEXT OF W-WK
           END-EVALUATE

           .
       APPLY-RULE-EXIT.


      /*****************************************************************
      *  The employee's first paid plan opens the payout line; a new   *
      *  page record is written every twenty-five lines, the same      *
      *  page/line shape CCCRETRB builds.                              *
      ******************************************************************
       MD200-ALLOCATE-LINE SECTION.
       MD200.
      *                                                                *
      ******************************************************************

           ADD 1  TO  WK-LINE-NO OF W-WK

           IF WK-LINE-NO OF W-WK  >  25
                   OR  WK-PAYOUT-CNT OF W-WK  =  ZERO

               MOVE 1  TO  WK-LINE-NO OF W-WK
               ADD 1  TO  WK-PAGE-NO OF W-WK
               PERFORM MD300-INSERT-PAGE
           END-IF

           ADD 1  TO  WK-PAYOUT-CNT OF W-WK

           PERFORM MD400-INSERT-LINE

           SET LINE-BUILT-YES OF W-SW  TO  TRUE

           MOVE WK-PAGE-NO OF W-WK  TO  PAGE-NO OF W-DSP
           MOVE WK-LINE-NO OF W-WK  TO  LINE-NO OF W-DSP
           DISPLAY '      payout line -- page ' PAGE-NO OF W-DSP
                   '  line ' LINE-NO OF W-DSP

           .
       ALLOCATE-LINE-EXIT.


      /*****************************************************************
      *                                                                *
       MD300-INSERT-PAGE SECTION.
       MD300.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF I-PAGE
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF I-PAGE
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF I-PAGE
           MOVE WK-PAGE-NO OF W-WK
                   TO  PAGE-NO OF BIND-DATA OF I-PAGE

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-PAGE
                                   BIND-SETUP OF I-PAGE
                                   BIND-DATA OF I-PAGE
           IF RTNCD-ERROR OF SQLRT

               MOVE 'INSERT-PAGE'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       INSERT-PAGE-EXIT.


      /*****************************************************************
      *                                                                *
       MD400-INSERT-LINE SECTION.
       MD400.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF I-LINE
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF I-LINE
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF I-LINE
           MOVE WK-PAGE-NO OF W-WK
                   TO  PAGE-NO OF BIND-DATA OF I-LINE
           MOVE WK-LINE-NO OF W-WK
                   TO  LINE-NO OF BIND-DATA OF I-LINE
           MOVE EMPLID OF SELECT-DATA OF S-TERM
                   TO  EMPLID OF BIND-DATA OF I-LINE
           MOVE EMPL-RCD-NO OF SELECT-DATA OF S-TERM
                   TO  EMPL-RCD-NO OF BIND-DATA OF I-LINE

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-LINE
                                   BIND-SETUP OF I-LINE
                                   BIND-DATA OF I-LINE
           IF RTNCD-ERROR OF SQLRT

               MOVE 'INSERT-LINE'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       INSERT-LINE-EXIT.


      /*****************************************************************
      *                                                                *
       MD500-INSERT-EARNINGS SECTION.
       MD500.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF I-ERN
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF I-ERN
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF I-ERN
           MOVE WK-PAGE-NO OF W-WK
                   TO  PAGE-NO OF BIND-DATA OF I-ERN
           MOVE WK-LINE-NO OF W-WK
                   TO  LINE-NO OF BIND-DATA OF I-ERN
           MOVE EMPLID OF SELECT-DATA OF S-TERM
                   TO  EMPLID OF BIND-DATA OF I-ERN
           MOVE EMPL-RCD-NO OF SELECT-DATA OF S-TERM
                   TO  EMPL-RCD-NO OF BIND-DATA OF I-ERN
           MOVE PAYOUT-ERNCD OF S-LVBAL
                   TO  ERNCD OF BIND-DATA OF I-ERN
           MOVE WK-PAY-HOURS OF W-WK
                   TO  OTH-HRS OF BIND-DATA OF I-ERN
           MOVE FINAL-RATE OF S-TERM
                   TO  HOURLY-RT OF BIND-DATA OF I-ERN
           MOVE WK-PAY-AMT OF W-WK
                   TO  OTH-EARNS OF BIND-DATA OF I-ERN

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-ERN
                                   BIND-SETUP OF I-ERN
                                   BIND-DATA OF I-ERN
           IF RTNCD-ERROR OF SQLRT

               MOVE 'INSERT-EARNINGS'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       INSERT-EARNINGS-EXIT.


      /*****************************************************************
      *                                                                *
       ME000-ZERO-BALANCE SECTION.
       ME000.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF U-BAL
           MOVE EMPLID OF SELECT-DATA OF S-TERM
                   TO  EMPLID OF BIND-DATA OF U-BAL
           MOVE LEAVE-PLAN OF SELECT-DATA OF S-LVBAL
                   TO  LEAVE-PLAN OF BIND-DATA OF U-BAL

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF U-BAL
                                   BIND-SETUP OF U-BAL
                                   BIND-DATA OF U-BAL
           IF RTNCD-ERROR OF SQLRT

               MOVE 'ZERO-BALANCE(UPDATE)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF I-LVAUD
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF I-LVAUD
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF I-LVAUD
           MOVE EMPLID OF SELECT-DATA OF S-TERM
                   TO  EMPLID OF BIND-DATA OF I-LVAUD
           MOVE LEAVE-PLAN OF SELECT-DATA OF S-LVBAL
                   TO  LEAVE-PLAN OF BIND-DATA OF I-LVAUD
           MOVE ZERO
                   TO  ACCRUED-HOURS OF BIND-DATA OF I-LVAUD
           MOVE WK-PAY-HOURS OF W-WK
                   TO  PAID-HOURS OF BIND-DATA OF I-LVAUD
           MOVE WK-FORFEIT-HOURS OF W-WK
                   TO  FORFEIT-HOURS OF BIND-DATA OF I-LVAUD
           MOVE PAYOUT-RULE OF SELECT-DATA OF S-LVBAL
                   TO  PAYOUT-RULE OF BIND-DATA OF I-LVAUD
           MOVE ZERO
                   TO  NEW-BAL OF BIND-DATA OF I-LVAUD

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-LVAUD
                                   BIND-SETUP OF I-LVAUD
                                   BIND-DATA OF I-LVAUD
           IF RTNCD-ERROR OF SQLRT

               MOVE 'ZERO-BALANCE(AUDIT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       ZERO-BALANCE-EXIT.


      /*****************************************************************
      *                                                                *
       MJ000-COMMIT-PAYOUTS SECTION.
       MJ000.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'COMMIT-PAYOUTS'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       COMMIT-PAYOUTS-EXIT.


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
           MOVE 'CCCLVPAY'  TO  REPORT-ID OF W-MASKPARM
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
           DISPLAY 'Leave Payout ended at '
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

           IF WK-EXCEPTION-CNT OF W-WK  >  ZERO

               SET RUN-STATUS-UNSUCCESSFUL OF USTAT  TO  TRUE
               SET CONTINUE-JOB-NO OF USTAT          TO  TRUE
               DISPLAY 'ON-CALL ALERT -- leave balances not paid out '
                       'for Company: ' COMPANY OF S-RUNCTL
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
           DISPLAY 'Leave Payout did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
