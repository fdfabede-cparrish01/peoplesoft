       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCICBIL.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *         CCCICBIL - INTERCOMPANY LABOR BILLING                  *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- charges the benefiting companies    *
      *       for shared employees from the sharing agreement table    *
      *       as each calendar confirms (chargeable gross, employer    *
      *       taxes and employer benefit cost, plus the agreement's    *
      *       burden markup), leaving the charges for CCCGLINT's       *
      *       due-to/due-from journal, and prints the monthly          *
      *       intercompany billing statement per benefiting company.   *
      *       Replaces accounting's quarterly chargeback from the      *
      *       registers.                                               *
      *    10/15/26 TJM Employee IDs on the billing detail and         *
      *       statements pass through CCCMSKDT, masked per the data    *
      *       classification table unless the operator holds the       *
      *       unmask grant.                                            *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * RUN MODE C (CHARGE), AFTER PSPCNFRM AND AHEAD OF CCCGLINT FOR  *
      * THE SAME CALENDAR.  EACH EMPLOYEE THE HOME COMPANY CONFIRMED   *
      * ON THE CALENDAR WHO IS COVERED BY A SHARING AGREEMENT          *
      * EFFECTIVE ON THE PAY END DATE -- AN AGREEMENT NAMING THE       *
      * EMPLOYEE WINS OVER ONE NAMING THE EMPLOYEE'S DEPARTMENT --     *
      * IS CHARGED, PER BENEFITING COMPANY ON THE AGREEMENT:           *
      *   GROSS, EMPLOYER TAXES AND EMPLOYER BENEFIT COST, EACH TIMES  *
      *   THE AGREEMENT PERCENT, PLUS THE BURDEN MARKUP PERCENT ON     *
      *   THEIR SUM.                                                   *
      * THE CHARGES ARE STORED PER CALENDAR (A RERUN REPLACES THEM)    *
      * WITH THE AGREEMENT'S ACCOUNTS; CCCGLINT WRITES THEM TO THE GL  *
      * INTERFACE FILE AS THE HOME COMPANY'S DUE-FROM/LABOR RECOVERY   *
      * JOURNAL AND EACH BENEFITING COMPANY'S LABOR EXPENSE/DUE-TO     *
      * JOURNAL.  A CHARGE REGISTER BY BENEFITING COMPANY IS PRINTED.  *
      *                                                                *
      * RUN MODE S (STATEMENT).  FOR THE MONTH ENDING ON THE           *
      * STATEMENT DATE, ONE STATEMENT PER BENEFITING COMPANY OF THE    *
      * HOME COMPANY'S STORED CHARGES FOR PAY END DATES IN THE MONTH,  *
      * ONE LINE PER CALENDAR AND EMPLOYEE, WITH THE AMOUNT DUE.       *
      *                                                                *
      ******************************************************************


       DATA DIVISION.


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCICBIL'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-CUR-BENEF-CO         PIC X(10)   VALUE SPACE.
           02  WK-CHG-GROSS            PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-CHG-TAX              PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-CHG-BEN              PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-CHG-MARKUP           PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-CHG-TOT              PIC S9(9)V99  COMP-3 VALUE ZERO.

      *    Benefiting company and run totals: gross, taxes, benefits,
      *    markup and total charged.
           02  WK-BC-GROSS-TOT         PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-BC-TAX-TOT           PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-BC-BEN-TOT           PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-BC-MARKUP-TOT        PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-BC-CHG-TOT           PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-RUN-CHG-TOT          PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-CHG-CNT              PIC 9(7)    COMP  VALUE ZERO.
           02  WK-BENEF-CNT            PIC 9(5)    COMP  VALUE ZERO.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
           02  CNT-OUT                 PIC ZZZ,ZZ9.
           02  PCT-OUT                 PIC ZZ9.99.
           02  GROSS-OUT               PIC ZZ,ZZZ,ZZ9.99-.
           02  TAX-OUT                 PIC ZZ,ZZZ,ZZ9.99-.
           02  BEN-OUT                 PIC ZZ,ZZZ,ZZ9.99-.
           02  MARKUP-OUT              PIC ZZ,ZZZ,ZZ9.99-.
           02  CHG-OUT                 PIC ZZZ,ZZZ,ZZ9.99-.


       01  W-SW.
           02  FETCH-SHARE-SW          PIC X       VALUE SPACE.
               88  FETCH-SHARE-END                 VALUE 'E'.
           02  FETCH-STMT-SW           PIC X       VALUE SPACE.
               88  FETCH-STMT-END                  VALUE 'E'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            INTERCOMPANY BILLING RUN CONTROL BUFFER AND STMT    *
      *  COMPANY is the home (paying) company.  Charge mode uses the   *
      *  pay group and pay end date; statement mode the statement      *
      *  month end date.                                               *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCICBIL_S_RUNCTL'.

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
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  RUN-MODE            PIC X.
                   88  RUN-MODE-CHARGE             VALUE 'C'.
                   88  RUN-MODE-STATEMENT          VALUE 'S'.
               03  STMT-MONTH-END-DT   PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCICBIL_D_RUNCTL'.

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
                                                   'CCCICBIL_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  SHARED EMPLOYEES OF THE CALENDAR  BUFFER AND STMT             *
      *  One row per confirmed employee of the calendar (on- and off-  *
      *  cycle) and benefiting company, by the sharing agreement       *
      *  effective on the pay end date as described above, ordered by  *
      *  benefiting company and employee.  The amounts are the         *
      *  employee's confirmed gross, employer taxes and employer       *
      *  benefit cost for the calendar, before the agreement percent.  *
      *  The home company books the due-from and labor recovery        *
      *  accounts; the benefiting company the labor expense (to its    *
      *  department) and due-to accounts.                              *
      ******************************************************************
       01  S-SHARE.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCICBIL_S_SHARE'.

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
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  BENEF-COMPANY       PIC X(10).
               03  EMPLID              PIC X(20).
               03  NAME                PIC X(30).
               03  AGREEMENT-ID        PIC X(10).
               03  HOME-DEPTID         PIC X(10).
               03  BENEF-DEPTID        PIC X(10).
               03  SHARE-PCT           PIC S9(3)V99            COMP-3.
               03  MARKUP-PCT          PIC S9(3)V99            COMP-3.
               03  GROSS-AMT           PIC S9(9)V99            COMP-3.
               03  EMPLR-TAX-AMT       PIC S9(9)V99            COMP-3.
               03  EMPLR-BEN-AMT       PIC S9(9)V99            COMP-3.
               03  DUE-FROM-ACCOUNT    PIC X(10).
               03  RECOVERY-ACCOUNT    PIC X(10).
               03  EXPENSE-ACCOUNT     PIC X(10).
               03  DUE-TO-ACCOUNT      PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  CALENDAR INTERCOMPANY CHARGES  SQL DELETE STMT                *
      *  Clears the calendar's stored charges ahead of a rerun.        *
      ******************************************************************
       01  D-CHARGE.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCICBIL_D_CHARGE'.

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


      /*****************************************************************
      *  INTERCOMPANY CHARGE  SQL INSERT STMT                          *
      ******************************************************************
       01  I-CHARGE.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCICBIL_I_CHARGE'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  BENEF-COMPANY       PIC X(10).
               03  EMPLID              PIC X(20).
               03  AGREEMENT-ID        PIC X(10).
               03  HOME-DEPTID         PIC X(10).
               03  BENEF-DEPTID        PIC X(10).
               03  SHARE-PCT           PIC S9(3)V99            COMP-3.
               03  MARKUP-PCT          PIC S9(3)V99            COMP-3.
               03  CHG-GROSS-AMT       PIC S9(9)V99            COMP-3.
               03  CHG-TAX-AMT         PIC S9(9)V99            COMP-3.
               03  CHG-BEN-AMT         PIC S9(9)V99            COMP-3.
               03  CHG-MARKUP-AMT      PIC S9(9)V99            COMP-3.
               03  CHG-TOT-AMT         PIC S9(9)V99            COMP-3.
               03  DUE-FROM-ACCOUNT    PIC X(10).
               03  RECOVERY-ACCOUNT    PIC X(10).
               03  EXPENSE-ACCOUNT     PIC X(10).
               03  DUE-TO-ACCOUNT      PIC X(10).
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  MONTHLY STATEMENT LINES  BUFFER AND STMT                      *
      *  The home company's stored charges for pay end dates in the    *
      *  month ending on the statement date, ordered by benefiting     *
      *  company, pay end date, pay group and employee.                *
      ******************************************************************
       01  S-STMT.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCICBIL_S_STMT'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  STMT-MONTH-END-DT   PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(40)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  BENEF-COMPANY       PIC X(10).
               03  BENEF-CO-NAME       PIC X(40).
               03  PAY-END-DT          PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  EMPLID              PIC X(20).
               03  NAME                PIC X(30).
               03  SHARE-PCT           PIC S9(3)V99            COMP-3.
               03  CHG-GROSS-AMT       PIC S9(9)V99            COMP-3.
               03  CHG-TAX-AMT         PIC S9(9)V99            COMP-3.
               03  CHG-BEN-AMT         PIC S9(9)V99            COMP-3.
               03  CHG-MARKUP-AMT      PIC S9(9)V99            COMP-3.
               03  CHG-TOT-AMT         PIC S9(9)V99            COMP-3.
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
           DISPLAY 'Intercompany Labor Billing started for '
                   'Company: ' COMPANY OF S-RUNCTL

           IF RUN-MODE-STATEMENT OF S-RUNCTL

               DISPLAY '                                 Statement '
                       'Month Ending: ' STMT-MONTH-END-DT OF S-RUNCTL
           ELSE
               DISPLAY '                                 Pay Group: '
                       PAYGROUP OF S-RUNCTL
                       '  Pay End Date: ' PAY-END-DT OF S-RUNCTL
           END-IF

           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           IF RUN-MODE-STATEMENT OF S-RUNCTL

               PERFORM MC000-PRINT-STATEMENTS
           ELSE
               PERFORM MA000-CHARGE-CALENDAR
           END-IF

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

                   DISPLAY 'Intercompany Billing Run Control Missing.'
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
       MA000-CHARGE-CALENDAR SECTION.
       MA000.
      *  Replaces the calendar's stored charges and prints the charge  *
      *  register by benefiting company.                               *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF D-CHARGE
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF D-CHARGE
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF D-CHARGE

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-CHARGE
                                   BIND-SETUP OF D-CHARGE
                                   BIND-DATA OF D-CHARGE
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CHARGE-CALENDAR(DELETE)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-SHARE
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-SHARE
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-SHARE

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-SHARE
                                   SQL-STMT OF S-SHARE
                                   BIND-SETUP OF S-SHARE
                                   BIND-DATA OF S-SHARE
                                   SELECT-SETUP OF S-SHARE
                                   SELECT-DATA OF S-SHARE
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CHARGE-CALENDAR(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           DISPLAY ' '
           DISPLAY 'INTERCOMPANY CHARGE REGISTER'

           PERFORM MA100-FETCH-SHARE

           PERFORM MB000-CHARGE-EMPLOYEE
                   UNTIL FETCH-SHARE-END OF W-SW

           IF WK-CUR-BENEF-CO OF W-WK  NOT =  SPACE

               PERFORM MB200-PRINT-BENEF-TOTAL
           END-IF

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CHARGE-CALENDAR(COMMIT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           DISPLAY ' '
           MOVE WK-BENEF-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY 'Benefiting companies charged: ' CNT-OUT OF W-DSP
           MOVE WK-CHG-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY 'Employee charges stored:      ' CNT-OUT OF W-DSP
           MOVE WK-RUN-CHG-TOT OF W-WK  TO  CHG-OUT OF W-DSP
           DISPLAY 'Total charged:            ' CHG-OUT OF W-DSP
           DISPLAY 'CCCGLINT writes the due-to/due-from journals for '
                   'this calendar.'

           .
       CHARGE-CALENDAR-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-FETCH-SHARE SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-SHARE

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-SHARE
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-SHARE-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-SHARE(FETCH)'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-SHARE-EXIT.


      /*****************************************************************
      *                                                                *
       MB000-CHARGE-EMPLOYEE SECTION.
       MB000.
      *  Each cost is taken at the agreement percent; the markup is    *
      *  the burden percent on their sum.  A zero charge is not        *
      *  stored.                                                       *
      ******************************************************************

           IF BENEF-COMPANY OF S-SHARE  NOT =  WK-CUR-BENEF-CO OF W-WK

               IF WK-CUR-BENEF-CO OF W-WK  NOT =  SPACE

                   PERFORM MB200-PRINT-BENEF-TOTAL
               END-IF

               MOVE BENEF-COMPANY OF S-SHARE
                       TO  WK-CUR-BENEF-CO OF W-WK
               ADD 1  TO  WK-BENEF-CNT OF W-WK
               DISPLAY ' '
               DISPLAY 'Benefiting Company: ' BENEF-COMPANY OF S-SHARE
               DISPLAY '  Employee             Name              '
                       '              Pct          Gross'
                       '    Employer Tax  Employer Benef'
                       '         Markup          Charge'
           END-IF

           COMPUTE WK-CHG-GROSS OF W-WK  ROUNDED
                   =  GROSS-AMT OF S-SHARE  *  SHARE-PCT OF S-SHARE
                   /  100
           COMPUTE WK-CHG-TAX OF W-WK  ROUNDED
                   =  EMPLR-TAX-AMT OF S-SHARE  *  SHARE-PCT OF S-SHARE
                   /  100
           COMPUTE WK-CHG-BEN OF W-WK  ROUNDED
                   =  EMPLR-BEN-AMT OF S-SHARE  *  SHARE-PCT OF S-SHARE
                   /  100
           COMPUTE WK-CHG-MARKUP OF W-WK  ROUNDED
                   =  (WK-CHG-GROSS OF W-WK
                      +  WK-CHG-TAX OF W-WK
                      +  WK-CHG-BEN OF W-WK)
                   *  MARKUP-PCT OF S-SHARE  /  100
           COMPUTE WK-CHG-TOT OF W-WK
                   =  WK-CHG-GROSS OF W-WK
                   +  WK-CHG-TAX OF W-WK
                   +  WK-CHG-BEN OF W-WK
                   +  WK-CHG-MARKUP OF W-WK

           IF WK-CHG-TOT OF W-WK  =  ZERO

               GO TO CHARGE-EMPLOYEE-NEXT
           END-IF

           PERFORM MB100-INSERT-CHARGE

           MOVE SHARE-PCT OF S-SHARE     TO  PCT-OUT OF W-DSP
           MOVE WK-CHG-GROSS OF W-WK     TO  GROSS-OUT OF W-DSP
           MOVE WK-CHG-TAX OF W-WK       TO  TAX-OUT OF W-DSP
           MOVE WK-CHG-BEN OF W-WK       TO  BEN-OUT OF W-DSP
           MOVE WK-CHG-MARKUP OF W-WK    TO  MARKUP-OUT OF W-DSP
           MOVE WK-CHG-TOT OF W-WK       TO  CHG-OUT OF W-DSP
           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF S-SHARE
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           DISPLAY '  ' WK-EMPLID-OUT OF W-WK
                   ' ' NAME OF S-SHARE
                   ' ' PCT-OUT OF W-DSP
                   ' ' GROSS-OUT OF W-DSP
                   ' ' TAX-OUT OF W-DSP
                   ' ' BEN-OUT OF W-DSP
                   ' ' MARKUP-OUT OF W-DSP
                   ' ' CHG-OUT OF W-DSP

           ADD 1  TO  WK-CHG-CNT OF W-WK
           ADD WK-CHG-GROSS OF W-WK   TO  WK-BC-GROSS-TOT OF W-WK
           ADD WK-CHG-TAX OF W-WK     TO  WK-BC-TAX-TOT OF W-WK
           ADD WK-CHG-BEN OF W-WK     TO  WK-BC-BEN-TOT OF W-WK
           ADD WK-CHG-MARKUP OF W-WK  TO  WK-BC-MARKUP-TOT OF W-WK
           ADD WK-CHG-TOT OF W-WK     TO  WK-BC-CHG-TOT OF W-WK
           ADD WK-CHG-TOT OF W-WK     TO  WK-RUN-CHG-TOT OF W-WK

           .
       CHARGE-EMPLOYEE-NEXT.

           PERFORM MA100-FETCH-SHARE

           .
       CHARGE-EMPLOYEE-EXIT.


      /*****************************************************************
      *                                                                *
       MB100-INSERT-CHARGE SECTION.
       MB100.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF I-CHARGE
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF I-CHARGE
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF I-CHARGE
           MOVE BENEF-COMPANY OF S-SHARE
                   TO  BENEF-COMPANY OF BIND-DATA OF I-CHARGE
           MOVE EMPLID OF S-SHARE
                   TO  EMPLID OF BIND-DATA OF I-CHARGE
           MOVE AGREEMENT-ID OF S-SHARE
                   TO  AGREEMENT-ID OF BIND-DATA OF I-CHARGE
           MOVE HOME-DEPTID OF S-SHARE
                   TO  HOME-DEPTID OF BIND-DATA OF I-CHARGE
           MOVE BENEF-DEPTID OF S-SHARE
                   TO  BENEF-DEPTID OF BIND-DATA OF I-CHARGE
           MOVE SHARE-PCT OF S-SHARE
                   TO  SHARE-PCT OF BIND-DATA OF I-CHARGE
           MOVE MARKUP-PCT OF S-SHARE
                   TO  MARKUP-PCT OF BIND-DATA OF I-CHARGE
           MOVE WK-CHG-GROSS OF W-WK
                   TO  CHG-GROSS-AMT OF BIND-DATA OF I-CHARGE
           MOVE WK-CHG-TAX OF W-WK
                   TO  CHG-TAX-AMT OF BIND-DATA OF I-CHARGE
           MOVE WK-CHG-BEN OF W-WK
                   TO  CHG-BEN-AMT OF BIND-DATA OF I-CHARGE
           MOVE WK-CHG-MARKUP OF W-WK
                   TO  CHG-MARKUP-AMT OF BIND-DATA OF I-CHARGE
           MOVE WK-CHG-TOT OF W-WK
                   TO  CHG-TOT-AMT OF BIND-DATA OF I-CHARGE
           MOVE DUE-FROM-ACCOUNT OF S-SHARE
                   TO  DUE-FROM-ACCOUNT OF BIND-DATA OF I-CHARGE
           MOVE RECOVERY-ACCOUNT OF S-SHARE
                   TO  RECOVERY-ACCOUNT OF BIND-DATA OF I-CHARGE
           MOVE EXPENSE-ACCOUNT OF S-SHARE
                   TO  EXPENSE-ACCOUNT OF BIND-DATA OF I-CHARGE
           MOVE DUE-TO-ACCOUNT OF S-SHARE
                   TO  DUE-TO-ACCOUNT OF BIND-DATA OF I-CHARGE
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF BIND-DATA OF I-CHARGE

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-CHARGE
                                   BIND-SETUP OF I-CHARGE
                                   BIND-DATA OF I-CHARGE
           IF RTNCD-ERROR OF SQLRT

               MOVE 'INSERT-CHARGE'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       INSERT-CHARGE-EXIT.


      /*****************************************************************
      *                                                                *
       MB200-PRINT-BENEF-TOTAL SECTION.
       MB200.
      *                                                                *
      ******************************************************************

           MOVE WK-BC-GROSS-TOT OF W-WK   TO  GROSS-OUT OF W-DSP
           MOVE WK-BC-TAX-TOT OF W-WK     TO  TAX-OUT OF W-DSP
           MOVE WK-BC-BEN-TOT OF W-WK     TO  BEN-OUT OF W-DSP
           MOVE WK-BC-MARKUP-TOT OF W-WK  TO  MARKUP-OUT OF W-DSP
           MOVE WK-BC-CHG-TOT OF W-WK     TO  CHG-OUT OF W-DSP
           DISPLAY '  Total ' WK-CUR-BENEF-CO OF W-WK
                   '                                             '
                   ' ' GROSS-OUT OF W-DSP
                   ' ' TAX-OUT OF W-DSP
                   ' ' BEN-OUT OF W-DSP
                   ' ' MARKUP-OUT OF W-DSP
                   ' ' CHG-OUT OF W-DSP

           MOVE ZERO  TO  WK-BC-GROSS-TOT OF W-WK
           MOVE ZERO  TO  WK-BC-TAX-TOT OF W-WK
           MOVE ZERO  TO  WK-BC-BEN-TOT OF W-WK
           MOVE ZERO  TO  WK-BC-MARKUP-TOT OF W-WK
           MOVE ZERO  TO  WK-BC-CHG-TOT OF W-WK

           .
       PRINT-BENEF-TOTAL-EXIT.


      /*****************************************************************
      *                                                                *
       MC000-PRINT-STATEMENTS SECTION.
       MC000.
      *  One statement per benefiting company for the month.           *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-STMT
           MOVE STMT-MONTH-END-DT OF S-RUNCTL
                   TO  STMT-MONTH-END-DT OF BIND-DATA OF S-STMT

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-STMT
                                   SQL-STMT OF S-STMT
                                   BIND-SETUP OF S-STMT
                                   BIND-DATA OF S-STMT
                                   SELECT-SETUP OF S-STMT
                                   SELECT-DATA OF S-STMT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'PRINT-STATEMENTS(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MC100-FETCH-STMT

           PERFORM MD000-PRINT-STMT-LINE
                   UNTIL FETCH-STMT-END OF W-SW

           IF WK-CUR-BENEF-CO OF W-WK  NOT =  SPACE

               PERFORM MD100-PRINT-AMOUNT-DUE
           END-IF

           DISPLAY ' '
           MOVE WK-BENEF-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY 'Statements printed:       ' CNT-OUT OF W-DSP
           MOVE WK-RUN-CHG-TOT OF W-WK  TO  CHG-OUT OF W-DSP
           DISPLAY 'Total billed:         ' CHG-OUT OF W-DSP

           .
       PRINT-STATEMENTS-EXIT.


      /*****************************************************************
      *                                                                *
       MC100-FETCH-STMT SECTION.
       MC100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-STMT

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-STMT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-STMT-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-STMT(FETCH)'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-STMT-EXIT.


      /*****************************************************************
      *                                                                *
       MD000-PRINT-STMT-LINE SECTION.
       MD000.
      *                                                                *
      ******************************************************************

           IF BENEF-COMPANY OF S-STMT  NOT =  WK-CUR-BENEF-CO OF W-WK

               IF WK-CUR-BENEF-CO OF W-WK  NOT =  SPACE

                   PERFORM MD100-PRINT-AMOUNT-DUE
               END-IF

               MOVE BENEF-COMPANY OF S-STMT
                       TO  WK-CUR-BENEF-CO OF W-WK
               ADD 1  TO  WK-BENEF-CNT OF W-WK

               DISPLAY ' '
               DISPLAY 'INTERCOMPANY BILLING STATEMENT'
               DISPLAY 'From:  ' COMPANY OF S-RUNCTL
               DISPLAY 'To:    ' BENEF-COMPANY OF S-STMT
                       ' ' BENEF-CO-NAME OF S-STMT
               DISPLAY 'Month Ending: ' STMT-MONTH-END-DT OF S-RUNCTL
               DISPLAY ' '
               DISPLAY '  Pay End    Pay Group  Employee            '
                       ' Name                              Pct'
                       '          Gross    Employer Tax'
                       '  Employer Benef         Markup'
                       '          Charge'
           END-IF

           MOVE SHARE-PCT OF S-STMT       TO  PCT-OUT OF W-DSP
           MOVE CHG-GROSS-AMT OF S-STMT   TO  GROSS-OUT OF W-DSP
           MOVE CHG-TAX-AMT OF S-STMT     TO  TAX-OUT OF W-DSP
           MOVE CHG-BEN-AMT OF S-STMT     TO  BEN-OUT OF W-DSP
           MOVE CHG-MARKUP-AMT OF S-STMT  TO  MARKUP-OUT OF W-DSP
           MOVE CHG-TOT-AMT OF S-STMT     TO  CHG-OUT OF W-DSP
           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF S-STMT
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           DISPLAY '  ' PAY-END-DT OF S-STMT
                   ' ' PAYGROUP OF S-STMT
                   ' ' WK-EMPLID-OUT OF W-WK
                   ' ' NAME OF S-STMT
                   ' ' PCT-OUT OF W-DSP
                   ' ' GROSS-OUT OF W-DSP
                   ' ' TAX-OUT OF W-DSP
                   ' ' BEN-OUT OF W-DSP
                   ' ' MARKUP-OUT OF W-DSP
                   ' ' CHG-OUT OF W-DSP

           ADD CHG-GROSS-AMT OF S-STMT   TO  WK-BC-GROSS-TOT OF W-WK
           ADD CHG-TAX-AMT OF S-STMT     TO  WK-BC-TAX-TOT OF W-WK
           ADD CHG-BEN-AMT OF S-STMT     TO  WK-BC-BEN-TOT OF W-WK
           ADD CHG-MARKUP-AMT OF S-STMT  TO  WK-BC-MARKUP-TOT OF W-WK
           ADD CHG-TOT-AMT OF S-STMT     TO  WK-BC-CHG-TOT OF W-WK
           ADD CHG-TOT-AMT OF S-STMT     TO  WK-RUN-CHG-TOT OF W-WK

           PERFORM MC100-FETCH-STMT

           .
       PRINT-STMT-LINE-EXIT.


      /*****************************************************************
      *                                                                *
       MD100-PRINT-AMOUNT-DUE SECTION.
       MD100.
      *                                                                *
      ******************************************************************

           MOVE WK-BC-GROSS-TOT OF W-WK   TO  GROSS-OUT OF W-DSP
           MOVE WK-BC-TAX-TOT OF W-WK     TO  TAX-OUT OF W-DSP
           MOVE WK-BC-BEN-TOT OF W-WK     TO  BEN-OUT OF W-DSP
           MOVE WK-BC-MARKUP-TOT OF W-WK  TO  MARKUP-OUT OF W-DSP
           MOVE WK-BC-CHG-TOT OF W-WK     TO  CHG-OUT OF W-DSP
           DISPLAY '  Totals'
                   '                                              '
                   '                        '
                   ' ' GROSS-OUT OF W-DSP
                   ' ' TAX-OUT OF W-DSP
                   ' ' BEN-OUT OF W-DSP
                   ' ' MARKUP-OUT OF W-DSP
                   ' ' CHG-OUT OF W-DSP
           DISPLAY ' '
           DISPLAY '  AMOUNT DUE TO ' COMPANY OF S-RUNCTL
                   ':  ' CHG-OUT OF W-DSP

           MOVE ZERO  TO  WK-BC-GROSS-TOT OF W-WK
           MOVE ZERO  TO  WK-BC-TAX-TOT OF W-WK
           MOVE ZERO  TO  WK-BC-BEN-TOT OF W-WK
           MOVE ZERO  TO  WK-BC-MARKUP-TOT OF W-WK
           MOVE ZERO  TO  WK-BC-CHG-TOT OF W-WK

           .
       PRINT-AMOUNT-DUE-EXIT.


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
           MOVE 'CCCICBIL'  TO  REPORT-ID OF W-MASKPARM
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
           DISPLAY 'Intercompany Labor Billing ended at '
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

           SET RUN-STATUS-SUCCESSFUL OF USTAT  TO  TRUE

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
           DISPLAY 'Intercompany Labor Billing did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
