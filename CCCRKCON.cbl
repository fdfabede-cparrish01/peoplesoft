       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCRKCON.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *      CCCRKCON - RETIREMENT PLAN RECORDKEEPER CONTRIBUTION FILE *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- writes the per-period contribution  *
      *       file for the retirement plan recordkeeper from a         *
      *       confirmed calendar's plan deduction rows, with           *
      *       employee, source and loan-repayment detail, ties the     *
      *       file to the calendar's confirmed deduction totals and    *
      *       registers it through CCCIFREG.                           *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * POST-CONFIRM CONTRIBUTION FILE FOR ONE COMPANY/PAY GROUP/PAY   *
      * END DATE.  EVERY CONFIRMED RETIREMENT PLAN ROW ON THE          *
      * CALENDAR'S CHECKS -- AFTER CCCDFLIM HELD THE DEFERRALS TO THE  *
      * ANNUAL LIMITS -- BECOMES ONE D DETAIL RECORD CARRYING THE      *
      * PLAN, THE EMPLOYEE, THE SOURCE AND THE RECORDKEEPER'S SOURCE   *
      * CODE FROM THE PLAN DEDUCTION SETUP:                            *
      *   'P' PRE-TAX        'R' ROTH          'A' AFTER-TAX           *
      *   'M' EMPLOYER MATCH 'N' EMPLOYER NON-ELECTIVE                 *
      *   'L' LOAN REPAYMENT (WITH THE LOAN NUMBER)                    *
      *                                                                *
      * THE T TRAILER CARRIES THE EMPLOYEE-SOURCE, EMPLOYER-SOURCE     *
      * AND LOAN TOTALS.  THE EMPLOYEE-PLUS-LOAN TOTAL MUST EQUAL THE  *
      * CALENDAR'S CONFIRMED PLAN DEDUCTION TOTAL AND THE EMPLOYER     *
      * TOTAL ITS CONFIRMED EMPLOYER CONTRIBUTION TOTAL; A DIFFERENCE  *
      * IS DISPLAYED AND THE RUN ENDS UNSUCCESSFUL SO THE FILE IS NOT  *
      * SENT.  THE FILE IS REGISTERED AS RKCONTRB.                     *
      *                                                                *
      ******************************************************************

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Recordkeeper contribution file; fixed 130-byte records,
      *    plain sequential organization.
           SELECT RK-CONTRIB-FILE     ASSIGN TO  'RKCONTRB'
                                       ORGANIZATION IS  SEQUENTIAL
                                       FILE STATUS IS  WK-FILE-STATUS.


       DATA DIVISION.


       FILE SECTION.

       FD  RK-CONTRIB-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS.

       01  RK-CONTRIB-REC              PIC X(130).


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCRKCON'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-FILE-STATUS          PIC XX.
               88  WK-FILE-STATUS-OK               VALUE '00'.

           02  WK-CUR-EMPLID           PIC X(20)   VALUE SPACE.
           02  WK-DETAIL-CNT           PIC 9(7)    COMP  VALUE ZERO.
           02  WK-EMPL-CNT             PIC 9(7)    COMP  VALUE ZERO.
           02  WK-EE-TOT               PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-ER-TOT               PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-LOAN-TOT             PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-FILE-DED-TOT         PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-VARIANCE             PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-AMT-CENTS            PIC 9(13)         VALUE ZERO.


      *    Plain YYYYMMDD image of a table-form (YYYY-MM-DD) date.
       01  W-DATE-8.
           02  WK-DATE-IN.
               03  WK-DI-YR            PIC X(4).
               03  FILLER              PIC X.
               03  WK-DI-MO            PIC XX.
               03  FILLER              PIC X.
               03  WK-DI-DAY           PIC XX.
           02  WK-DATE-8.
               03  WK-D8-YR            PIC X(4).
               03  WK-D8-MO            PIC XX.
               03  WK-D8-DAY           PIC XX.


       01  W-DSP.
           02  CNT-OUT                 PIC ZZZ,ZZ9.
           02  AMT-OUT                 PIC ZZZ,ZZZ,ZZ9.99-.
           02  TOT-OUT                 PIC ZZZ,ZZZ,ZZ9.99-.


       01  W-SW.
           02  FETCH-CONTRIB-SW        PIC X       VALUE SPACE.
               88  FETCH-CONTRIB-END               VALUE 'E'.
           02  WK-BALANCED-SW          PIC X       VALUE 'Y'.
               88  WK-BALANCED-YES                 VALUE 'Y'.
               88  WK-BALANCED-NO                  VALUE 'N'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Interface File Register                                    *
      ******************************************************************

           COPY CCCIFWK.


      /*****************************************************************
      *            RECORDKEEPER CONTRIBUTION RECORD IMAGES             *
      *  Fixed 130-byte records: H header, D contribution detail, T    *
      *  trailer.  Amounts are unsigned cents, right-justified         *
      *  zero-filled; dates are YYYYMMDD.                              *
      ******************************************************************
       01  W-RK-HDR.
           02  FILLER                  PIC X       VALUE 'H'.
           02  RH-EIN                  PIC X(9).
           02  RH-COMPANY              PIC X(10).
           02  RH-PAYGROUP             PIC X(10).
           02  RH-PAY-END-DT           PIC X(8).
           02  RH-CHECK-DT             PIC X(8).
           02  FILLER                  PIC X(84)   VALUE SPACE.

       01  W-RK-DTL.
           02  FILLER                  PIC X       VALUE 'D'.
           02  RD-PLAN-ID              PIC X(10).
           02  RD-EMPLID               PIC X(20).
           02  RD-SSN                  PIC X(9).
           02  RD-EMPL-NAME            PIC X(40).
           02  RD-SOURCE               PIC X.
           02  RD-RK-SOURCE-CD         PIC X(4).
           02  RD-LOAN-NBR             PIC X(10).
           02  RD-CONTRIB-AMT          PIC 9(9).
           02  FILLER                  PIC X(26)   VALUE SPACE.

       01  W-RK-TRL.
           02  FILLER                  PIC X       VALUE 'T'.
           02  RT-DETAIL-CNT           PIC 9(7).
           02  RT-EMPL-CNT             PIC 9(7).
           02  RT-EE-TOTAL             PIC 9(13).
           02  RT-ER-TOTAL             PIC 9(13).
           02  RT-LOAN-TOTAL           PIC 9(13).
           02  FILLER                  PIC X(76)   VALUE SPACE.


      /*****************************************************************
      *            CONTRIBUTION FILE RUN CONTROL BUFFER AND STMT       *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCRKCON_S_RUNCTL'.

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
                                                   'CCCRKCON_D_RUNCTL'.

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
                                                   'CCCRKCON_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  PAY CALENDAR CHECK DATE  BUFFER AND STMT                      *
      ******************************************************************
       01  S-CAL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCRKCON_S_CAL'.

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
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(9)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  CHECK-DT            PIC X(10).
               03  PAY-CONFIRM-RUN     PIC X.
                   88  PAY-CONFIRMED               VALUE 'Y'.
               03  EIN                 PIC X(9).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  CONFIRMED PLAN CONTRIBUTIONS  BUFFER AND STMT                 *
      *  One row per confirmed retirement plan row on the calendar's   *
      *  checks, in plan, employee and source order, with the          *
      *  recordkeeper's source code from the plan deduction setup and  *
      *  the loan number on a loan repayment.                          *
      ******************************************************************
       01  S-CONTRIB.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCRKCON_S_CONTRIB'.

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
               03  FILLER              PIC X(9)    VALUE ALL 'C'.
               03  FILLER              PIC X(40)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  PLAN-ID             PIC X(10).
               03  EMPLID              PIC X(20).
               03  SSN                 PIC X(9).
               03  EMPL-NAME           PIC X(40).
               03  DEF-SOURCE          PIC X.
                   88  DEF-SOURCE-EMPLOYER         VALUE 'M' 'N'.
                   88  DEF-SOURCE-LOAN             VALUE 'L'.
               03  RK-SOURCE-CD        PIC X(4).
               03  LOAN-NBR            PIC X(10).
               03  CONTRIB-AMT         PIC S9(7)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  CONFIRMED PLAN DEDUCTION TOTALS  BUFFER AND STMT              *
      *  The calendar's confirmed totals the file must tie to: plan    *
      *  deductions taken from the checks (employee sources and loan   *
      *  repayments) and employer plan contributions.                  *
      ******************************************************************
       01  S-DEDTOT.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCRKCON_S_DEDTOT'.

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
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  DED-AMT-TOT         PIC S9(9)V99            COMP-3.
               03  ER-AMT-TOT          PIC S9(9)V99            COMP-3.
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
           DISPLAY 'Contribution File started for Company: '
                   COMPANY OF S-RUNCTL
           DISPLAY '                       Pay Group: '
                   PAYGROUP OF S-RUNCTL
           DISPLAY '                       Pay End Date: '
                   PAY-END-DT OF S-RUNCTL
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM DG000-SELECT-CHECK-DT

           PERFORM MA000-BUILD-CONTRIB-FILE

           PERFORM NA000-TIE-TO-CONFIRMED

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

                   DISPLAY 'Contribution File Run Control Missing.'
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
       DG000-SELECT-CHECK-DT SECTION.
       DG000.
      *  Only a confirmed calendar's contributions are sent.           *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-CAL
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-CAL
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-CAL

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-CAL
                                   BIND-SETUP OF S-CAL
                                   BIND-DATA OF S-CAL
                                   SELECT-SETUP OF S-CAL
                                   SELECT-DATA OF S-CAL
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-CHECK-DT(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-CAL

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   DISPLAY 'Pay calendar was not found.'
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   PERFORM ZZ000-SQL-ERROR
               ELSE
                   MOVE 'SELECT-CHECK-DT(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF NOT PAY-CONFIRMED OF S-CAL

               DISPLAY 'Pay calendar is not confirmed; the '
                       'contribution file is built only after confirm.'
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SELECT-CHECK-DT-EXIT.


      /*****************************************************************
      *                                                                *
       MA000-BUILD-CONTRIB-FILE SECTION.
       MA000.
      *                                                                *
      ******************************************************************

           OPEN OUTPUT RK-CONTRIB-FILE

           IF NOT WK-FILE-STATUS-OK OF W-WK

               DISPLAY 'Contribution file could not be opened, '
                       'status: ' WK-FILE-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE EIN OF S-CAL  TO  RH-EIN
           MOVE COMPANY OF S-RUNCTL   TO  RH-COMPANY
           MOVE PAYGROUP OF S-RUNCTL  TO  RH-PAYGROUP
           MOVE PAY-END-DT OF S-RUNCTL  TO  WK-DATE-IN OF W-DATE-8
           PERFORM XH000-FORMAT-DATE-8
           MOVE WK-DATE-8 OF W-DATE-8   TO  RH-PAY-END-DT
           MOVE CHECK-DT OF S-CAL       TO  WK-DATE-IN OF W-DATE-8
           PERFORM XH000-FORMAT-DATE-8
           MOVE WK-DATE-8 OF W-DATE-8   TO  RH-CHECK-DT

           WRITE RK-CONTRIB-REC  FROM  W-RK-HDR

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-CONTRIB
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-CONTRIB
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-CONTRIB

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-CONTRIB
                                   SQL-STMT OF S-CONTRIB
                                   BIND-SETUP OF S-CONTRIB
                                   BIND-DATA OF S-CONTRIB
                                   SELECT-SETUP OF S-CONTRIB
                                   SELECT-DATA OF S-CONTRIB
           IF RTNCD-ERROR OF SQLRT

               MOVE 'BUILD-CONTRIB-FILE(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MA100-FETCH-CONTRIB

           PERFORM MB000-WRITE-DETAIL
                   UNTIL FETCH-CONTRIB-END OF W-SW

           MOVE WK-DETAIL-CNT OF W-WK  TO  RT-DETAIL-CNT
           MOVE WK-EMPL-CNT OF W-WK    TO  RT-EMPL-CNT
           COMPUTE RT-EE-TOTAL    =  WK-EE-TOT OF W-WK  *  100
           COMPUTE RT-ER-TOTAL    =  WK-ER-TOT OF W-WK  *  100
           COMPUTE RT-LOAN-TOTAL  =  WK-LOAN-TOT OF W-WK  *  100

           WRITE RK-CONTRIB-REC  FROM  W-RK-TRL

           CLOSE RK-CONTRIB-FILE

           .
       BUILD-CONTRIB-FILE-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-FETCH-CONTRIB SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-CONTRIB

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-CONTRIB
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-CONTRIB-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-CONTRIB'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-CONTRIB-EXIT.


      /*****************************************************************
      *                                                                *
       MB000-WRITE-DETAIL SECTION.
       MB000.
      *  One D record per plan row; the employee count steps on each   *
      *  change of employee.                                           *
      ******************************************************************

           IF EMPLID OF SELECT-DATA OF S-CONTRIB
                   NOT =  WK-CUR-EMPLID OF W-WK

               MOVE EMPLID OF SELECT-DATA OF S-CONTRIB
                       TO  WK-CUR-EMPLID OF W-WK
               ADD 1  TO  WK-EMPL-CNT OF W-WK
           END-IF

           MOVE PLAN-ID OF S-CONTRIB       TO  RD-PLAN-ID
           MOVE EMPLID OF SELECT-DATA OF S-CONTRIB
                                           TO  RD-EMPLID
           MOVE SSN OF S-CONTRIB           TO  RD-SSN
           MOVE EMPL-NAME OF S-CONTRIB     TO  RD-EMPL-NAME
           MOVE DEF-SOURCE OF S-CONTRIB    TO  RD-SOURCE
           MOVE RK-SOURCE-CD OF S-CONTRIB  TO  RD-RK-SOURCE-CD
           MOVE LOAN-NBR OF S-CONTRIB      TO  RD-LOAN-NBR
           COMPUTE WK-AMT-CENTS OF W-WK
                   =  CONTRIB-AMT OF S-CONTRIB  *  100
           MOVE WK-AMT-CENTS OF W-WK       TO  RD-CONTRIB-AMT

           WRITE RK-CONTRIB-REC  FROM  W-RK-DTL

           ADD 1  TO  WK-DETAIL-CNT OF W-WK

           IF DEF-SOURCE-EMPLOYER OF S-CONTRIB

               ADD CONTRIB-AMT OF S-CONTRIB  TO  WK-ER-TOT OF W-WK
           ELSE
               IF DEF-SOURCE-LOAN OF S-CONTRIB

                   ADD CONTRIB-AMT OF S-CONTRIB
                           TO  WK-LOAN-TOT OF W-WK
               ELSE
                   ADD CONTRIB-AMT OF S-CONTRIB
                           TO  WK-EE-TOT OF W-WK
               END-IF
           END-IF

           PERFORM MA100-FETCH-CONTRIB

           .
       WRITE-DETAIL-EXIT.


      /*****************************************************************
      *                                                                *
       NA000-TIE-TO-CONFIRMED SECTION.
       NA000.
      *  The file's employee-source plus loan total must equal the     *
      *  calendar's confirmed plan deductions, and its employer total  *
      *  the confirmed employer contributions.  Only a file that ties  *
      *  is registered.                                                *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-DEDTOT
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-DEDTOT
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-DEDTOT

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-DEDTOT
                                   BIND-SETUP OF S-DEDTOT
                                   BIND-DATA OF S-DEDTOT
                                   SELECT-SETUP OF S-DEDTOT
                                   SELECT-DATA OF S-DEDTOT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'TIE-TO-CONFIRMED(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-DEDTOT

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   MOVE 'TIE-TO-CONFIRMED(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           COMPUTE WK-FILE-DED-TOT OF W-WK
                   =  WK-EE-TOT OF W-WK  +  WK-LOAN-TOT OF W-WK

           MOVE WK-DETAIL-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY 'Contribution File Control Totals'
           DISPLAY '  Detail Records:        ' CNT-OUT OF W-DSP
           MOVE WK-EMPL-CNT OF W-WK    TO  CNT-OUT OF W-DSP
           DISPLAY '  Employees:             ' CNT-OUT OF W-DSP
           MOVE WK-EE-TOT OF W-WK      TO  AMT-OUT OF W-DSP
           DISPLAY '  Employee Sources:      ' AMT-OUT OF W-DSP
           MOVE WK-LOAN-TOT OF W-WK    TO  AMT-OUT OF W-DSP
           DISPLAY '  Loan Repayments:       ' AMT-OUT OF W-DSP
           MOVE WK-ER-TOT OF W-WK      TO  AMT-OUT OF W-DSP
           DISPLAY '  Employer Sources:      ' AMT-OUT OF W-DSP

           COMPUTE WK-VARIANCE OF W-WK
                   =  WK-FILE-DED-TOT OF W-WK
                   -  DED-AMT-TOT OF S-DEDTOT

           IF WK-VARIANCE OF W-WK  NOT =  ZERO

               SET WK-BALANCED-NO OF W-SW  TO  TRUE
               MOVE DED-AMT-TOT OF S-DEDTOT  TO  TOT-OUT OF W-DSP
               MOVE WK-VARIANCE OF W-WK      TO  AMT-OUT OF W-DSP
               DISPLAY '  Confirmed deductions:  ' TOT-OUT OF W-DSP
                       '  variance ' AMT-OUT OF W-DSP
           END-IF

           COMPUTE WK-VARIANCE OF W-WK
                   =  WK-ER-TOT OF W-WK
                   -  ER-AMT-TOT OF S-DEDTOT

           IF WK-VARIANCE OF W-WK  NOT =  ZERO

               SET WK-BALANCED-NO OF W-SW  TO  TRUE
               MOVE ER-AMT-TOT OF S-DEDTOT  TO  TOT-OUT OF W-DSP
               MOVE WK-VARIANCE OF W-WK     TO  AMT-OUT OF W-DSP
               DISPLAY '  Confirmed employer:    ' TOT-OUT OF W-DSP
                       '  variance ' AMT-OUT OF W-DSP
           END-IF

           IF WK-BALANCED-YES OF W-SW

               PERFORM NB000-REGISTER-INTERFACE
           END-IF

           .
       TIE-TO-CONFIRMED-EXIT.


      /*****************************************************************
      *                                                                *
       NB000-REGISTER-INTERFACE SECTION.
       NB000.
      *  Records the contribution file on the interface register.  A   *
      *  failed register write is reported but does not fail the run.  *
      ******************************************************************

           MOVE PROGRAM-IDENTITY  TO  GENERATOR-PROGRAM OF W-IFREGPARM
           MOVE 'RKCONTRB'  TO  INTERFACE-FILE OF W-IFREGPARM
           MOVE COMPANY OF S-RUNCTL  TO  COMPANY OF W-IFREGPARM
           MOVE PAYGROUP OF S-RUNCTL TO  PAYGROUP OF W-IFREGPARM
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF W-IFREGPARM
           MOVE WK-DETAIL-CNT OF W-WK
                   TO  IF-REC-CNT OF W-IFREGPARM
           COMPUTE IF-CTL-AMT OF W-IFREGPARM
                   =  WK-FILE-DED-TOT OF W-WK  +  WK-ER-TOT OF W-WK
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF W-IFREGPARM

           CALL 'CCCIFREG' USING   SQLRT
                                   W-IFREGPARM
           IF RETURN-CD-FAILURE OF W-IFREGPARM

               DISPLAY 'Interface register write failed; the '
                       'contribution file is sound but must be '
                       'logged by hand.'
           ELSE

               CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR-COMMON OF SQLRT
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'REGISTER-INTERFACE(COMMIT)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       REGISTER-INTERFACE-EXIT.


      /*****************************************************************
      *                                                                *
       XH000-FORMAT-DATE-8 SECTION.
       XH000.
      *  Reshapes a table-form date (YYYY-MM-DD) into the plain        *
      *  YYYYMMDD the file records carry.                              *
      ******************************************************************

           MOVE WK-DI-YR OF W-DATE-8   TO  WK-D8-YR OF W-DATE-8
           MOVE WK-DI-MO OF W-DATE-8   TO  WK-D8-MO OF W-DATE-8
           MOVE WK-DI-DAY OF W-DATE-8  TO  WK-D8-DAY OF W-DATE-8

           .
       FORMAT-DATE-8-EXIT.


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
           DISPLAY 'Contribution File ended at '
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
               DISPLAY 'ON-CALL ALERT -- contribution file does not '
                       'tie to the confirmed deductions for Company: '
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
           DISPLAY 'Contribution File did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
