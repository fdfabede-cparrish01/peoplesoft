       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCC941QT.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *     CCC941QT - QUARTERLY FORM 941 AND SCHEDULE B PREPARATION   *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- builds the 941 line amounts and     *
      *       the fractions-of-cents adjustment from the confirmed     *
      *       check tax detail, the Schedule B daily liability by      *
      *       check date, and reconciles each liability date to the    *
      *       federal deposits CCCTXDEP recorded, listing every late,  *
      *       short or missing deposit before the return is signed.    *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * QUARTERLY 941 PREPARATION FOR ONE COMPANY AND QUARTER.  THE    *
      * CONFIRMED CHECK TAX DETAIL FOR THE QUARTER GIVES THE WAGES,    *
      * FEDERAL WITHHOLDING AND SOCIAL SECURITY AND MEDICARE WAGES;    *
      * THE SOCIAL SECURITY AND MEDICARE TAX LINES ARE COMPUTED AT     *
      * THE COMBINED STATUTORY RATES AND THE DIFFERENCE TO THE TAX     *
      * ACTUALLY WITHHELD AND ACCRUED ON THE CHECKS IS THE LINE 7      *
      * FRACTIONS-OF-CENTS ADJUSTMENT.                                 *
      *                                                                *
      * THE SCHEDULE B LIABILITY IS LISTED BY CHECK DATE WITH THE      *
      * MONTH TOTALS.  EACH LIABILITY DATE IS THEN COMPARED TO THE     *
      * FEDERAL PAYMENTS CCCTXDEP RECORDED ON THE DEPOSIT HISTORY:     *
      * NO PAYMENT IS A MISSING DEPOSIT, LESS THAN THE LIABILITY IS A  *
      * SHORT DEPOSIT, AND A SETTLEMENT DATE AFTER THE DUE DATE THE    *
      * COMPANY'S DEPOSIT SCHEDULE REQUIRES IS A LATE DEPOSIT.  ANY    *
      * SUCH EXCEPTION, OR A SCHEDULE B TOTAL THAT DOES NOT EQUAL THE  *
      * TOTAL TAX AFTER ADJUSTMENTS, MARKS THE RUN UNSUCCESSFUL SO THE *
      * RETURN IS NOT SIGNED UNTIL IT TIES.                            *
      *                                                                *
      ******************************************************************


       DATA DIVISION.


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCC941QT'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.

      *    Working date, held in the table form (YYYY-MM-DD) with
      *    numeric views of the pieces for the due-date arithmetic.
           02  WK-DATE.
               03  WK-YR               PIC X(4).
               03  WK-NUM-YR    REDEFINES WK-YR   PIC 9(4).
               03  FILLER              PIC X       VALUE '-'.
               03  WK-MO               PIC XX.
               03  WK-NUM-MO    REDEFINES WK-MO   PIC 99.
               03  FILLER              PIC X       VALUE '-'.
               03  WK-DAY              PIC XX.
               03  WK-NUM-DAY   REDEFINES WK-DAY  PIC 99.

           02  WK-MO-LEN               PIC 99            VALUE ZERO.
           02  WK-RESULT               PIC S9(4)V9(5).
           02  WK-RESULT-INTEGER       PIC S9(4).
           02  WK-ADD-DAYS             PIC 99      COMP  VALUE ZERO.

      *    Day-of-week work fields (Zeller): 0 = Sunday through
      *    6 = Saturday after the adjustment in XF000.
           02  WK-DOW                  PIC 9       COMP  VALUE ZERO.
           02  WK-Z-YR                 PIC 9(4)    COMP  VALUE ZERO.
           02  WK-Z-MO                 PIC 99      COMP  VALUE ZERO.
           02  WK-Z-CENT               PIC 99      COMP  VALUE ZERO.
           02  WK-Z-YY                 PIC 99      COMP  VALUE ZERO.
           02  WK-Z-TERM               PIC 9(4)    COMP  VALUE ZERO.
           02  WK-Z-SUM                PIC 9(5)    COMP  VALUE ZERO.

           02  WK-SCHED                PIC X       VALUE SPACE.
               88  WK-SCHED-SEMIWEEKLY             VALUE 'S'.
               88  WK-SCHED-MONTHLY                VALUE 'M'.
           02  WK-DUE-DT               PIC X(10)   VALUE SPACE.

      *    Combined employee-plus-employer statutory rates for the
      *    941 lines 5a through 5d.
           02  WK-OASDI-RATE           PIC V999          VALUE .124.
           02  WK-MED-RATE             PIC V999          VALUE .029.
           02  WK-ADDL-MED-RATE        PIC V999          VALUE .009.

           02  WK-QTR-BEGIN-MO         PIC 99            VALUE ZERO.
           02  WK-MO-IDX               PIC 9       COMP  VALUE ZERO.
           02  WK-LIAB-DT-CNT          PIC 9(5)    COMP  VALUE ZERO.
           02  WK-EXCEPTION-CNT        PIC 9(5)    COMP  VALUE ZERO.
           02  WK-SHORT-AMT            PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-VARIANCE             PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    Form 941 line amounts.
           02  WK-LINE-5A              PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-LINE-5B              PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-LINE-5C              PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-LINE-5D              PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-LINE-5E              PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-LINE-6               PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-LINE-7               PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-LINE-10              PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-LINE-12              PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-LINE-13              PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-LINE-14              PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-LINE-15              PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-ACTUAL-FICA          PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    Schedule B month totals, month 1 through 3 of the quarter.
           02  WK-SCHB-TOT             PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-SCHB-MO-TOT          PIC S9(11)V99 COMP-3
                                                   OCCURS 3.


       01  W-DSP.
           02  EMPL-CNT                PIC ZZZ,ZZ9.
           02  EXC-CNT                 PIC ZZZ,ZZ9.
           02  DT-CNT                  PIC ZZ,ZZ9.
           02  MO-NBR                  PIC 9.
           02  AMT-OUT                 PIC ZZZ,ZZZ,ZZ9.99-.
           02  TOT-OUT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.


       01  W-SW.
           02  FETCH-LIAB-SW           PIC X       VALUE SPACE.
               88  FETCH-LIAB-END                  VALUE 'E'.
           02  WK-BALANCED-SW          PIC X       VALUE 'Y'.
               88  WK-BALANCED-YES                 VALUE 'Y'.
               88  WK-BALANCED-NO                  VALUE 'N'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Banking-Day Calendar Service                               *
      ******************************************************************

           COPY CCCBDWK.


      /*****************************************************************
      *            941 PREPARATION RUN CONTROL BUFFER AND STMT         *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCC941QT_S_RUNCTL'.

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
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  QTR-BEGIN-DT        PIC X(10).
               03  QTR-END-DT          PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCC941QT_D_RUNCTL'.

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
                                                   'CCC941QT_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  COMPANY TAX DEPOSIT SETUP  BUFFER AND STMT                    *
      *  The company's EIN and its federal deposit schedule -- the     *
      *  same setup CCCTXDEP schedules the payments from.              *
      ******************************************************************
       01  S-DEPSETUP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCC941QT_S_DEPSTUP'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(9)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EIN                 PIC X(9).
               03  DEP-SCHEDULE        PIC X.
                   88  DEP-SCHED-SEMIWEEKLY        VALUE 'S'.
                   88  DEP-SCHED-MONTHLY           VALUE 'M'.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  QUARTERLY 941 AMOUNTS  BUFFER AND STMT                        *
      *  The confirmed check tax and earnings detail for every check   *
      *  dated in the quarter, summed for the company: employees paid  *
      *  in the pay period including the twelfth of the last month,    *
      *  federal wages and withholding, social security wages and      *
      *  tips, Medicare wages, wages over the additional Medicare      *
      *  threshold, and the employee and employer social security and  *
      *  Medicare tax actually taken and accrued on the checks.        *
      ******************************************************************
       01  S-941AMT.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCC941QT_S_941AMT'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  QTR-BEGIN-DT        PIC X(10).
               03  QTR-END-DT          PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPL-CNT            PIC 9(8)                COMP.
               03  FED-WAGES           PIC S9(11)V99           COMP-3.
               03  FED-TAX             PIC S9(11)V99           COMP-3.
               03  OASDI-WAGES         PIC S9(11)V99           COMP-3.
               03  OASDI-TIPS          PIC S9(11)V99           COMP-3.
               03  MED-WAGES           PIC S9(11)V99           COMP-3.
               03  ADDL-MED-WAGES      PIC S9(11)V99           COMP-3.
               03  OASDI-TAX-EE        PIC S9(11)V99           COMP-3.
               03  OASDI-TAX-ER        PIC S9(11)V99           COMP-3.
               03  MED-TAX-EE          PIC S9(11)V99           COMP-3.
               03  MED-TAX-ER          PIC S9(11)V99           COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  SCHEDULE B DAILY LIABILITY  BUFFER AND STMT                   *
      *  One row per check date in the quarter, date order: the        *
      *  federal withholding plus employee and employer social         *
      *  security and Medicare tax on the confirmed checks of that     *
      *  date, over every pay group of the company.  Carries its own   *
      *  cursor; the deposit lookup runs nested on the common one.     *
      ******************************************************************
       01  S-DAYLIAB.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCC941QT_S_DAYLIAB'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  QTR-BEGIN-DT        PIC X(10).
               03  QTR-END-DT          PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  CHECK-DT            PIC X(10).
               03  WTH-AMT             PIC S9(9)V99            COMP-3.
               03  OASDI-AMT           PIC S9(9)V99            COMP-3.
               03  MED-AMT             PIC S9(9)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  FEDERAL DEPOSITS FOR ONE CHECK DATE  BUFFER AND STMT          *
      *  The payments CCCTXDEP recorded on the deposit history for     *
      *  the company's calendars with this check date: how many, their *
      *  total and the latest settlement date among them.              *
      ******************************************************************
       01  S-DEPOSIT.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCC941QT_S_DEPOSIT'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  CHECK-DT            PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  DEP-CNT             PIC 9(8)                COMP.
               03  DEP-AMT             PIC S9(9)V99            COMP-3.
               03  SETTLE-DT           PIC X(10).
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
           DISPLAY 'Quarterly 941 Preparation started for Company: '
                   COMPANY OF S-RUNCTL
           DISPLAY '                     Quarter: '
                   QTR-BEGIN-DT OF S-RUNCTL
                   ' thru ' QTR-END-DT OF S-RUNCTL
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           MOVE QTR-BEGIN-DT OF S-RUNCTL  TO  WK-DATE OF W-WK
           MOVE WK-NUM-MO OF W-WK  TO  WK-QTR-BEGIN-MO OF W-WK

           PERFORM DF000-SELECT-DEP-SETUP

           PERFORM MA000-BUILD-941-LINES

           PERFORM MC000-BUILD-SCHEDULE-B

           PERFORM NA000-PRINT-941-LINES

           PERFORM NB000-PRINT-SCHEDULE-B-TOTALS

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

                   DISPLAY '941 Preparation Run Control Missing.'
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
       DF000-SELECT-DEP-SETUP SECTION.
       DF000.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-DEPSETUP

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-DEPSETUP
                                   BIND-SETUP OF S-DEPSETUP
                                   BIND-DATA OF S-DEPSETUP
                                   SELECT-SETUP OF S-DEPSETUP
                                   SELECT-DATA OF S-DEPSETUP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-DEP-SETUP(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-DEPSETUP

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   DISPLAY 'Tax deposit setup for Company: '
                           COMPANY OF S-RUNCTL
                   DISPLAY '  was not found.'
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   PERFORM ZZ000-SQL-ERROR
               ELSE
                   MOVE 'SELECT-DEP-SETUP(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           MOVE DEP-SCHEDULE OF S-DEPSETUP  TO  WK-SCHED OF W-WK

           .
       SELECT-DEP-SETUP-EXIT.


      /*****************************************************************
      *                                                                *
       MA000-BUILD-941-LINES SECTION.
       MA000.
      *  Lines 5a through 5d are the taxable wages at the combined     *
      *  statutory rates.  Line 7 carries the difference between the   *
      *  tax actually taken and accrued check by check and the line    *
      *  5e figure, so line 10 equals the check detail to the cent.    *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-941AMT
           MOVE QTR-BEGIN-DT OF S-RUNCTL
                   TO  QTR-BEGIN-DT OF BIND-DATA OF S-941AMT
           MOVE QTR-END-DT OF S-RUNCTL
                   TO  QTR-END-DT OF BIND-DATA OF S-941AMT

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-941AMT
                                   BIND-SETUP OF S-941AMT
                                   BIND-DATA OF S-941AMT
                                   SELECT-SETUP OF S-941AMT
                                   SELECT-DATA OF S-941AMT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'BUILD-941-LINES(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-941AMT

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               MOVE 'BUILD-941-LINES(FETCH)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           SET RTNCD-OK OF SQLRT  TO  TRUE

           COMPUTE WK-LINE-5A OF W-WK  ROUNDED
                   =  OASDI-WAGES OF S-941AMT
                   *  WK-OASDI-RATE OF W-WK
           COMPUTE WK-LINE-5B OF W-WK  ROUNDED
                   =  OASDI-TIPS OF S-941AMT
                   *  WK-OASDI-RATE OF W-WK
           COMPUTE WK-LINE-5C OF W-WK  ROUNDED
                   =  MED-WAGES OF S-941AMT
                   *  WK-MED-RATE OF W-WK
           COMPUTE WK-LINE-5D OF W-WK  ROUNDED
                   =  ADDL-MED-WAGES OF S-941AMT
                   *  WK-ADDL-MED-RATE OF W-WK

           COMPUTE WK-LINE-5E OF W-WK
                   =  WK-LINE-5A OF W-WK
                   +  WK-LINE-5B OF W-WK
                   +  WK-LINE-5C OF W-WK
                   +  WK-LINE-5D OF W-WK

           COMPUTE WK-LINE-6 OF W-WK
                   =  FED-TAX OF S-941AMT
                   +  WK-LINE-5E OF W-WK

           COMPUTE WK-ACTUAL-FICA OF W-WK
                   =  OASDI-TAX-EE OF S-941AMT
                   +  OASDI-TAX-ER OF S-941AMT
                   +  MED-TAX-EE OF S-941AMT
                   +  MED-TAX-ER OF S-941AMT

           COMPUTE WK-LINE-7 OF W-WK
                   =  WK-ACTUAL-FICA OF W-WK
                   -  WK-LINE-5E OF W-WK

           COMPUTE WK-LINE-10 OF W-WK
                   =  WK-LINE-6 OF W-WK
                   +  WK-LINE-7 OF W-WK

      *    No nonrefundable credits are taken through payroll, so the
      *    total tax after adjustments equals line 10.
           MOVE WK-LINE-10 OF W-WK  TO  WK-LINE-12 OF W-WK

           .
       BUILD-941-LINES-EXIT.


      /*****************************************************************
      *                                                                *
       MC000-BUILD-SCHEDULE-B SECTION.
       MC000.
      *  Lists the liability by check date with its deposit status,    *
      *  accumulating the month totals and the deposits for line 13.   *
      ******************************************************************

           DISPLAY 'Schedule B -- Report of Tax Liability for '
                   'Semiweekly Schedule Depositors'
           IF NOT DEP-SCHED-SEMIWEEKLY OF S-DEPSETUP

               DISPLAY '  (Company is a monthly depositor; listed for '
                       'the deposit reconciliation only.)'
           END-IF
           DISPLAY '  Mo  Check Date       Liability       '
                   'Deposited  Due Date    Status'

           MOVE ZERO  TO  WK-SCHB-MO-TOT OF W-WK (1)
                          WK-SCHB-MO-TOT OF W-WK (2)
                          WK-SCHB-MO-TOT OF W-WK (3)

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-DAYLIAB
           MOVE QTR-BEGIN-DT OF S-RUNCTL
                   TO  QTR-BEGIN-DT OF BIND-DATA OF S-DAYLIAB
           MOVE QTR-END-DT OF S-RUNCTL
                   TO  QTR-END-DT OF BIND-DATA OF S-DAYLIAB

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-DAYLIAB
                                   SQL-STMT OF S-DAYLIAB
                                   BIND-SETUP OF S-DAYLIAB
                                   BIND-DATA OF S-DAYLIAB
                                   SELECT-SETUP OF S-DAYLIAB
                                   SELECT-DATA OF S-DAYLIAB
           IF RTNCD-ERROR OF SQLRT

               MOVE 'BUILD-SCHEDULE-B(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MC100-FETCH-DAY-LIAB

           PERFORM MC200-PROCESS-ONE-DATE
                   UNTIL FETCH-LIAB-END OF W-SW

           .
       BUILD-SCHEDULE-B-EXIT.


      /*****************************************************************
      *                                                                *
       MC100-FETCH-DAY-LIAB SECTION.
       MC100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-DAYLIAB

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-DAYLIAB
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-LIAB-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-DAY-LIAB'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-DAY-LIAB-EXIT.


      /*****************************************************************
      *                                                                *
       MC200-PROCESS-ONE-DATE SECTION.
       MC200.
      *  Posts the date's liability to its month of the quarter, then  *
      *  looks up the federal deposits recorded for the date and       *
      *  classifies it: MISSING with no deposit, SHORT below the       *
      *  liability, LATE when settled after the schedule's due date.   *
      ******************************************************************

           ADD 1  TO  WK-LIAB-DT-CNT OF W-WK

           COMPUTE WK-SHORT-AMT OF W-WK
                   =  WTH-AMT OF S-DAYLIAB
                   +  OASDI-AMT OF S-DAYLIAB
                   +  MED-AMT OF S-DAYLIAB

           MOVE CHECK-DT OF SELECT-DATA OF S-DAYLIAB
                   TO  WK-DATE OF W-WK
           COMPUTE WK-MO-IDX OF W-WK
                   =  WK-NUM-MO OF W-WK
                   -  WK-QTR-BEGIN-MO OF W-WK
                   +  1
           ADD WK-SHORT-AMT OF W-WK
                   TO  WK-SCHB-MO-TOT OF W-WK (WK-MO-IDX OF W-WK)
           ADD WK-SHORT-AMT OF W-WK  TO  WK-SCHB-TOT OF W-WK

           MOVE WK-SHORT-AMT OF W-WK  TO  AMT-OUT OF W-DSP
           MOVE WK-MO-IDX OF W-WK     TO  MO-NBR OF W-DSP

           PERFORM MC300-SELECT-DEPOSIT

           PERFORM XG000-COMPUTE-DUE-DT

           ADD DEP-AMT OF S-DEPOSIT  TO  WK-LINE-13 OF W-WK

           SUBTRACT DEP-AMT OF S-DEPOSIT  FROM  WK-SHORT-AMT OF W-WK

           MOVE DEP-AMT OF S-DEPOSIT  TO  TOT-OUT OF W-DSP

           EVALUATE TRUE
               WHEN DEP-CNT OF S-DEPOSIT  =  ZERO
                   ADD 1  TO  WK-EXCEPTION-CNT OF W-WK
                   DISPLAY '   ' MO-NBR OF W-DSP
                           '  ' CHECK-DT OF SELECT-DATA OF S-DAYLIAB
                           ' ' AMT-OUT OF W-DSP
                           ' ' TOT-OUT OF W-DSP
                           ' ' WK-DUE-DT OF W-WK
                           '  MISSING DEPOSIT'
               WHEN WK-SHORT-AMT OF W-WK  >  ZERO
                   ADD 1  TO  WK-EXCEPTION-CNT OF W-WK
                   DISPLAY '   ' MO-NBR OF W-DSP
                           '  ' CHECK-DT OF SELECT-DATA OF S-DAYLIAB
                           ' ' AMT-OUT OF W-DSP
                           ' ' TOT-OUT OF W-DSP
                           ' ' WK-DUE-DT OF W-WK
                           '  SHORT DEPOSIT'
                   MOVE WK-SHORT-AMT OF W-WK  TO  AMT-OUT OF W-DSP
                   DISPLAY '        Short by: ' AMT-OUT OF W-DSP
               WHEN SETTLE-DT OF S-DEPOSIT  >  WK-DUE-DT OF W-WK
                   ADD 1  TO  WK-EXCEPTION-CNT OF W-WK
                   DISPLAY '   ' MO-NBR OF W-DSP
                           '  ' CHECK-DT OF SELECT-DATA OF S-DAYLIAB
                           ' ' AMT-OUT OF W-DSP
                           ' ' TOT-OUT OF W-DSP
                           ' ' WK-DUE-DT OF W-WK
                           '  LATE DEPOSIT'
                   DISPLAY '        Settled: ' SETTLE-DT OF S-DEPOSIT
               WHEN OTHER
                   DISPLAY '   ' MO-NBR OF W-DSP
                           '  ' CHECK-DT OF SELECT-DATA OF S-DAYLIAB
                           ' ' AMT-OUT OF W-DSP
                           ' ' TOT-OUT OF W-DSP
                           ' ' WK-DUE-DT OF W-WK
                           '  OK'
           END-EVALUATE

           PERFORM MC100-FETCH-DAY-LIAB

           .
       PROCESS-ONE-DATE-EXIT.


      /*****************************************************************
      *                                                                *
       MC300-SELECT-DEPOSIT SECTION.
       MC300.
      *  No deposit history row for the date comes back as a zero     *
      *  count and amount.                                             *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-DEPOSIT
           MOVE CHECK-DT OF SELECT-DATA OF S-DAYLIAB
                   TO  CHECK-DT OF BIND-DATA OF S-DEPOSIT

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-DEPOSIT
                                   BIND-SETUP OF S-DEPOSIT
                                   BIND-DATA OF S-DEPOSIT
                                   SELECT-SETUP OF S-DEPOSIT
                                   SELECT-DATA OF S-DEPOSIT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-DEPOSIT(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-DEPOSIT

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               MOVE 'SELECT-DEPOSIT(FETCH)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           SET RTNCD-OK OF SQLRT  TO  TRUE

           .
       SELECT-DEPOSIT-EXIT.


      /*****************************************************************
      *                                                                *
       NA000-PRINT-941-LINES SECTION.
       NA000.
      *                                                                *
      ******************************************************************

           COMPUTE WK-VARIANCE OF W-WK
                   =  WK-LINE-12 OF W-WK
                   -  WK-LINE-13 OF W-WK

           IF WK-VARIANCE OF W-WK  <  ZERO

               COMPUTE WK-LINE-15 OF W-WK
                       =  ZERO  -  WK-VARIANCE OF W-WK
           ELSE
               MOVE WK-VARIANCE OF W-WK  TO  WK-LINE-14 OF W-WK
           END-IF

           DISPLAY 'Form 941 Line Amounts  EIN: ' EIN OF S-DEPSETUP
           MOVE EMPL-CNT OF S-941AMT  TO  EMPL-CNT OF W-DSP
           DISPLAY '  1  Employees paid:                 '
                   EMPL-CNT OF W-DSP
           MOVE FED-WAGES OF S-941AMT  TO  TOT-OUT OF W-DSP
           DISPLAY '  2  Wages, tips and compensation:   '
                   TOT-OUT OF W-DSP
           MOVE FED-TAX OF S-941AMT  TO  TOT-OUT OF W-DSP
           DISPLAY '  3  Federal income tax withheld:    '
                   TOT-OUT OF W-DSP
           MOVE OASDI-WAGES OF S-941AMT  TO  TOT-OUT OF W-DSP
           DISPLAY '  5a Taxable social security wages:  '
                   TOT-OUT OF W-DSP
           MOVE WK-LINE-5A OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY '        x .124 =                     '
                   TOT-OUT OF W-DSP
           MOVE OASDI-TIPS OF S-941AMT  TO  TOT-OUT OF W-DSP
           DISPLAY '  5b Taxable social security tips:   '
                   TOT-OUT OF W-DSP
           MOVE WK-LINE-5B OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY '        x .124 =                     '
                   TOT-OUT OF W-DSP
           MOVE MED-WAGES OF S-941AMT  TO  TOT-OUT OF W-DSP
           DISPLAY '  5c Taxable Medicare wages & tips:  '
                   TOT-OUT OF W-DSP
           MOVE WK-LINE-5C OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY '        x .029 =                     '
                   TOT-OUT OF W-DSP
           MOVE ADDL-MED-WAGES OF S-941AMT  TO  TOT-OUT OF W-DSP
           DISPLAY '  5d Additional Medicare wages:      '
                   TOT-OUT OF W-DSP
           MOVE WK-LINE-5D OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY '        x .009 =                     '
                   TOT-OUT OF W-DSP
           MOVE WK-LINE-5E OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY '  5e Total social security/Medicare: '
                   TOT-OUT OF W-DSP
           MOVE WK-LINE-6 OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY '  6  Total taxes before adjustments: '
                   TOT-OUT OF W-DSP
           MOVE WK-LINE-7 OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY '  7  Fractions of cents adjustment:  '
                   TOT-OUT OF W-DSP
           MOVE WK-LINE-10 OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY '  10 Total taxes after adjustments:  '
                   TOT-OUT OF W-DSP
           MOVE WK-LINE-12 OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY '  12 Total taxes after credits:      '
                   TOT-OUT OF W-DSP
           MOVE WK-LINE-13 OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY '  13 Total deposits for the quarter: '
                   TOT-OUT OF W-DSP
           MOVE WK-LINE-14 OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY '  14 Balance due:                    '
                   TOT-OUT OF W-DSP
           MOVE WK-LINE-15 OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY '  15 Overpayment:                    '
                   TOT-OUT OF W-DSP

           .
       PRINT-941-LINES-EXIT.


      /*****************************************************************
      *                                                                *
       NB000-PRINT-SCHEDULE-B-TOTALS SECTION.
       NB000.
      *  The Schedule B total must equal line 12; with the deposit     *
      *  exceptions this decides whether the return ties.              *
      ******************************************************************

           DISPLAY 'Schedule B Month Totals'
           MOVE WK-SCHB-MO-TOT OF W-WK (1)  TO  TOT-OUT OF W-DSP
           DISPLAY '  Month 1 liability:      ' TOT-OUT OF W-DSP
           MOVE WK-SCHB-MO-TOT OF W-WK (2)  TO  TOT-OUT OF W-DSP
           DISPLAY '  Month 2 liability:      ' TOT-OUT OF W-DSP
           MOVE WK-SCHB-MO-TOT OF W-WK (3)  TO  TOT-OUT OF W-DSP
           DISPLAY '  Month 3 liability:      ' TOT-OUT OF W-DSP
           MOVE WK-SCHB-TOT OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY '  Total quarter liability:' TOT-OUT OF W-DSP

           MOVE WK-LIAB-DT-CNT OF W-WK    TO  DT-CNT OF W-DSP
           MOVE WK-EXCEPTION-CNT OF W-WK  TO  EXC-CNT OF W-DSP
           DISPLAY '  Liability dates:        ' DT-CNT OF W-DSP
           DISPLAY '  Deposit exceptions:     ' EXC-CNT OF W-DSP

           COMPUTE WK-VARIANCE OF W-WK
                   =  WK-SCHB-TOT OF W-WK
                   -  WK-LINE-12 OF W-WK

           IF WK-VARIANCE OF W-WK  NOT =  ZERO

               SET WK-BALANCED-NO OF W-SW  TO  TRUE
               MOVE WK-VARIANCE OF W-WK  TO  TOT-OUT OF W-DSP
               DISPLAY '  SCHEDULE B DOES NOT EQUAL LINE 12 BY: '
                       TOT-OUT OF W-DSP
           END-IF

           IF WK-EXCEPTION-CNT OF W-WK  NOT =  ZERO

               SET WK-BALANCED-NO OF W-SW  TO  TRUE
           END-IF

           IF WK-BALANCED-YES OF W-SW

               DISPLAY '  The return ties to the check detail and '
                       'every deposit is on time and in full.'
           ELSE
               DISPLAY '  EXCEPTIONS FOUND -- resolve before the '
                       'return is signed.'
           END-IF

           .
       PRINT-SCHEDULE-B-TOTALS-EXIT.


      /*****************************************************************
      *                                                                *
       XA000-MONTH-LENGTH SECTION.
       XA000.
      *                                                                *
      ******************************************************************

           IF WK-MO OF W-WK  =  '04' OR '06' OR '09' OR '11'

               MOVE 30  TO  WK-MO-LEN OF W-WK
           ELSE
               IF WK-MO OF W-WK  =  '02'

                   COMPUTE WK-RESULT OF W-WK
                           =  WK-NUM-YR OF W-WK
                           /  4

                   MOVE WK-RESULT OF W-WK
                           TO  WK-RESULT-INTEGER OF W-WK

                   IF WK-RESULT OF W-WK
                           >  WK-RESULT-INTEGER OF W-WK

                       MOVE 28  TO  WK-MO-LEN OF W-WK
                   ELSE
                       MOVE 29  TO  WK-MO-LEN OF W-WK
                   END-IF
               ELSE
                   MOVE 31  TO  WK-MO-LEN OF W-WK
               END-IF
           END-IF

           .
       MONTH-LENGTH-EXIT.


      /*****************************************************************
      *                                                                *
       XB000-ADD-DAYS SECTION.
       XB000.
      *  Adds WK-ADD-DAYS days to WK-DATE, rolling month and year.     *
      ******************************************************************

           ADD WK-ADD-DAYS OF W-WK  TO  WK-NUM-DAY OF W-WK

           PERFORM XA000-MONTH-LENGTH

           PERFORM XB100-ROLL-ONE-MONTH
                   UNTIL WK-NUM-DAY OF W-WK
                           NOT >  WK-MO-LEN OF W-WK

           .
       ADD-DAYS-EXIT.


      /*****************************************************************
      *                                                                *
       XB100-ROLL-ONE-MONTH SECTION.
       XB100.
      *                                                                *
      ******************************************************************

           SUBTRACT WK-MO-LEN OF W-WK  FROM  WK-NUM-DAY OF W-WK
           ADD 1  TO  WK-NUM-MO OF W-WK

           IF WK-NUM-MO OF W-WK  >  12

               MOVE 1  TO  WK-NUM-MO OF W-WK
               ADD 1  TO  WK-NUM-YR OF W-WK
           END-IF

           PERFORM XA000-MONTH-LENGTH

           .
       ROLL-ONE-MONTH-EXIT.


      /*****************************************************************
      *                                                                *
       XF000-DAY-OF-WEEK SECTION.
       XF000.
      *  Zeller's congruence on WK-DATE; WK-DOW comes back with        *
      *  0 = Sunday through 6 = Saturday.                              *
      ******************************************************************

           MOVE WK-NUM-YR OF W-WK  TO  WK-Z-YR OF W-WK
           MOVE WK-NUM-MO OF W-WK  TO  WK-Z-MO OF W-WK

           IF WK-Z-MO OF W-WK  <  3

               ADD 12  TO  WK-Z-MO OF W-WK
               SUBTRACT 1  FROM  WK-Z-YR OF W-WK
           END-IF

           DIVIDE WK-Z-YR OF W-WK  BY  100
                   GIVING WK-Z-CENT OF W-WK
                   REMAINDER WK-Z-YY OF W-WK

           COMPUTE WK-Z-TERM OF W-WK
                   =  (13  *  (WK-Z-MO OF W-WK  +  1))  /  5

           COMPUTE WK-Z-SUM OF W-WK
                   =  WK-NUM-DAY OF W-WK
                   +  WK-Z-TERM OF W-WK
                   +  WK-Z-YY OF W-WK
                   +  (WK-Z-YY OF W-WK  /  4)
                   +  (WK-Z-CENT OF W-WK  /  4)
                   +  (5  *  WK-Z-CENT OF W-WK)

           DIVIDE WK-Z-SUM OF W-WK  BY  7
                   GIVING WK-Z-TERM OF W-WK
                   REMAINDER WK-DOW OF W-WK

      *    Zeller numbers Saturday 0; shift to 0 = Sunday.
           ADD 6  TO  WK-DOW OF W-WK
           DIVIDE WK-DOW OF W-WK  BY  7
                   GIVING WK-Z-TERM OF W-WK
                   REMAINDER WK-DOW OF W-WK

           .
       DAY-OF-WEEK-EXIT.


      /*****************************************************************
      *                                                                *
       XG000-COMPUTE-DUE-DT SECTION.
       XG000.
      *  Derives the deposit due date in WK-DUE-DT from the liability  *
      *  check date and the company's schedule, by the same rule       *
      *  CCCTXDEP schedules with.  Semiweekly: a Wednesday through     *
      *  Friday check date is due the following Wednesday, any other   *
      *  day the following Friday.  Monthly: due the fifteenth of the  *
      *  following month.  The result is rolled forward to a banking   *
      *  day through CCCBNKDY.                                         *
      ******************************************************************

           MOVE CHECK-DT OF SELECT-DATA OF S-DAYLIAB
                   TO  WK-DATE OF W-WK

           IF WK-SCHED-SEMIWEEKLY OF W-WK

               PERFORM XF000-DAY-OF-WEEK

               IF WK-DOW OF W-WK  >  2
                       AND  WK-DOW OF W-WK  <  6

                   COMPUTE WK-ADD-DAYS OF W-WK
                           =  10  -  WK-DOW OF W-WK
               ELSE
                   IF WK-DOW OF W-WK  =  6

                       MOVE 6  TO  WK-ADD-DAYS OF W-WK
                   ELSE
                       COMPUTE WK-ADD-DAYS OF W-WK
                               =  5  -  WK-DOW OF W-WK
                   END-IF
               END-IF

               PERFORM XB000-ADD-DAYS
           ELSE

               ADD 1  TO  WK-NUM-MO OF W-WK

               IF WK-NUM-MO OF W-WK  >  12

                   MOVE 1  TO  WK-NUM-MO OF W-WK
                   ADD 1  TO  WK-NUM-YR OF W-WK
               END-IF

               MOVE 15  TO  WK-NUM-DAY OF W-WK
           END-IF

           SET ACTION-NEXT-BANKING OF W-BNKDYPARM  TO  TRUE
           MOVE WK-DATE OF W-WK  TO  IN-DATE OF W-BNKDYPARM

           CALL 'CCCBNKDY' USING   SQLRT
                                   W-BNKDYPARM
           IF RETURN-CD-FAILURE OF W-BNKDYPARM

               MOVE 'COMPUTE-DUE-DT(CCCBNKDY)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE OUT-DATE OF W-BNKDYPARM  TO  WK-DUE-DT OF W-WK

           .
       COMPUTE-DUE-DT-EXIT.


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
           DISPLAY 'Quarterly 941 Preparation ended at '
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

           IF WK-BALANCED-NO OF W-SW

               SET RUN-STATUS-UNSUCCESSFUL OF USTAT  TO  TRUE
               SET CONTINUE-JOB-NO OF USTAT          TO  TRUE
               DISPLAY 'ON-CALL ALERT -- 941 deposits do not tie to '
                       'the liability for Company: '
                       COMPANY OF S-RUNCTL
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
           DISPLAY 'Quarterly 941 Preparation did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
