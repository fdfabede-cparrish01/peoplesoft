       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCACDRP.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *      CCCACDRP - DEFERRED PAY LIABILITY REPORT                  *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- lists each academic-year contract's *
      *       deferred pay liability as of a date from the liability   *
      *       ledger CCCACDPY posts at confirm, ties the ledger to the *
      *       deferred pay lines on the confirmed checks (the amounts  *
      *       CCCGLINT carries to the liability account) and flags     *
      *       terminated employees not yet settled and contracts past  *
      *       their pay end date with money still owed.                *
      *    10/15/26 TJM Employee IDs on the deferred pay liability     *
      *       report pass through CCCMSKDT, masked per the data        *
      *       classification table unless the operator holds the       *
      *       unmask grant.                                            *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * ONE LINE PER DEFERRED PAY CONTRACT OF THE COMPANY WITH LEDGER  *
      * ACTIVITY THROUGH THE AS-OF DATE, IN DEPARTMENT AND EMPLOYEE    *
      * ORDER: AMOUNT DEFERRED, AMOUNT PAID OUT OR SETTLED, THE        *
      * LEDGER BALANCE AND THE GL BASIS -- THE SAME BALANCE BUILT      *
      * FROM THE DEFERRAL, PAYOUT AND SETTLEMENT EARNINGS ON THE       *
      * CONFIRMED, UNREVERSED CHECKS.  FLAGS:                          *
      *   *  LEDGER AND GL BASIS DISAGREE (A CHECK REVERSED OR         *
      *      CONFIRMED OUTSIDE THE LEDGER POSTING)                     *
      *   T  EMPLOYEE TERMINATED WITH A BALANCE STILL OWED             *
      *   O  CONTRACT PAY END DATE PASSED WITH A BALANCE STILL OWED    *
      * DEPARTMENT SUBTOTALS AND A COMPANY TOTAL FOLLOW; THE COMPANY   *
      * TOTAL IS THE FIGURE TO AGREE TO THE LIABILITY ACCOUNT.  A      *
      * LEDGER THAT DOES NOT TIE TO ITS GL BASIS ENDS THE RUN          *
      * UNSUCCESSFUL.                                                  *
      *                                                                *
      ******************************************************************


       DATA DIVISION.


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCACDRP'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-PREV-DEPTID          PIC X(10)   VALUE SPACE.
           02  WK-FLAGS                PIC X(3)    VALUE SPACE.
           02  WK-CONTRACT-CNT         PIC 9(7)    COMP  VALUE ZERO.
           02  WK-OUT-OF-TIE-CNT       PIC 9(7)    COMP  VALUE ZERO.
           02  WK-UNSETTLED-CNT        PIC 9(7)    COMP  VALUE ZERO.
           02  WK-OVERDUE-CNT          PIC 9(7)    COMP  VALUE ZERO.
           02  WK-DEPT-DEFER-TOT       PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-DEPT-PAID-TOT        PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-DEPT-BAL-TOT         PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-DEPT-GL-TOT          PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-DEFER-TOT            PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-PAID-TOT             PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-BAL-TOT              PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-GL-TOT               PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-VARIANCE             PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
           02  CNT-OUT                 PIC ZZZ,ZZ9.
           02  DEFER-OUT               PIC ZZZ,ZZZ,ZZ9.99-.
           02  PAID-OUT                PIC ZZZ,ZZZ,ZZ9.99-.
           02  BAL-OUT                 PIC ZZZ,ZZZ,ZZ9.99-.
           02  GL-OUT                  PIC ZZZ,ZZZ,ZZ9.99-.


       01  W-SW.
           02  FETCH-LIAB-SW           PIC X       VALUE SPACE.
               88  FETCH-LIAB-END                  VALUE 'E'.
           02  WK-BALANCED-SW          PIC X       VALUE 'Y'.
               88  WK-BALANCED-YES                 VALUE 'Y'.
               88  WK-BALANCED-NO                  VALUE 'N'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            LIABILITY REPORT RUN CONTROL BUFFER AND STMT        *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACDRP_S_RUNCTL'.

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
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  AS-OF-DT            PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACDRP_D_RUNCTL'.

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
                                                   'CCCACDRP_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  DEFERRED PAY SETUP  BUFFER AND STMT                           *
      *  The company's deferred pay liability GL account.              *
      ******************************************************************
       01  S-SETUP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACDRP_S_SETUP'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  LIAB-ACCOUNT        PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  CONTRACT LIABILITY AS OF DATE  BUFFER AND STMT                *
      *  One row per contract with ledger or check activity through    *
      *  the as-of date, by DEPTID and EMPLID.  LEDGER- amounts sum    *
      *  the liability movements (paid-out is payouts plus             *
      *  settlements, positive); GL-BAL is the liability built from    *
      *  the deferred pay earnings on the confirmed, unreversed        *
      *  checks.                                                       *
      ******************************************************************
       01  S-LIAB.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACDRP_S_LIAB'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  AS-OF-DT            PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  DEPTID              PIC X(10).
               03  EMPLID              PIC X(20).
               03  NAME                PIC X(30).
               03  CONTRACT-NBR        PIC X(10).
               03  PAY-THRU-DT         PIC X(10).
               03  EMPL-STATUS         PIC X.
                   88  EMPL-STATUS-TERMINATED
                                       VALUE 'T' 'D' 'R' 'Q' 'U'.
               03  LEDGER-DEFER        PIC S9(9)V99            COMP-3.
               03  LEDGER-PAID         PIC S9(9)V99            COMP-3.
               03  LEDGER-BAL          PIC S9(9)V99            COMP-3.
               03  GL-BAL              PIC S9(9)V99            COMP-3.
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
           DISPLAY 'Deferred Pay Liability Report started for '
                   'Company: ' COMPANY OF S-RUNCTL
           DISPLAY '                                     As Of: '
                   AS-OF-DT OF S-RUNCTL
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           PERFORM DF000-SELECT-SETUP

           PERFORM MA000-PRINT-LIABILITY

           PERFORM NA000-TIE-TO-GL

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

                   DISPLAY 'Liability Report Run Control Missing.'
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
       DF000-SELECT-SETUP SECTION.
       DF000.
      *  A company without a deferred pay setup row still gets its    *
      *  report; the account is printed as not on file.                *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-SETUP

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-SETUP
                                   BIND-SETUP OF S-SETUP
                                   BIND-DATA OF S-SETUP
                                   SELECT-SETUP OF S-SETUP
                                   SELECT-DATA OF S-SETUP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-SETUP(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-SETUP

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   MOVE 'NOT SETUP'  TO  LIAB-ACCOUNT OF S-SETUP
               ELSE
                   MOVE 'SELECT-SETUP(FETCH)'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       SELECT-SETUP-EXIT.


      /*****************************************************************
      *                                                                *
       MA000-PRINT-LIABILITY SECTION.
       MA000.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-LIAB
           MOVE AS-OF-DT OF S-RUNCTL
                   TO  AS-OF-DT OF BIND-DATA OF S-LIAB

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-LIAB
                                   SQL-STMT OF S-LIAB
                                   BIND-SETUP OF S-LIAB
                                   BIND-DATA OF S-LIAB
                                   SELECT-SETUP OF S-LIAB
                                   SELECT-DATA OF S-LIAB
           IF RTNCD-ERROR OF SQLRT

               MOVE 'PRINT-LIABILITY(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           DISPLAY ' '
           DISPLAY 'Dept       Employee             Contract   '
                   '       Deferred     Paid/Settled'
                   '          Balance          GL Basis Flg'

           PERFORM MA100-FETCH-LIABILITY

           PERFORM MB000-PRINT-ONE-CONTRACT
                   UNTIL FETCH-LIAB-END OF W-SW

           IF WK-CONTRACT-CNT OF W-WK  NOT =  ZERO

               PERFORM MC000-PRINT-DEPT-TOTAL
           END-IF

           .
       PRINT-LIABILITY-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-FETCH-LIABILITY SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-LIAB

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-LIAB
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-LIAB-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-LIABILITY(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-LIABILITY-EXIT.


      /*****************************************************************
      *                                                                *
       MB000-PRINT-ONE-CONTRACT SECTION.
       MB000.
      *                                                                *
      ******************************************************************

           IF DEPTID OF S-LIAB  NOT =  WK-PREV-DEPTID OF W-WK
                   AND WK-CONTRACT-CNT OF W-WK  NOT =  ZERO

               PERFORM MC000-PRINT-DEPT-TOTAL
           END-IF

           MOVE DEPTID OF S-LIAB  TO  WK-PREV-DEPTID OF W-WK
           ADD 1  TO  WK-CONTRACT-CNT OF W-WK
           MOVE SPACE  TO  WK-FLAGS OF W-WK

           IF LEDGER-BAL OF S-LIAB  NOT =  GL-BAL OF S-LIAB

               MOVE '*'  TO  WK-FLAGS OF W-WK (1:1)
               ADD 1  TO  WK-OUT-OF-TIE-CNT OF W-WK
           END-IF

           IF LEDGER-BAL OF S-LIAB  NOT =  ZERO
                   AND EMPL-STATUS-TERMINATED OF S-LIAB

               MOVE 'T'  TO  WK-FLAGS OF W-WK (2:1)
               ADD 1  TO  WK-UNSETTLED-CNT OF W-WK
           END-IF

           IF LEDGER-BAL OF S-LIAB  >  ZERO
                   AND PAY-THRU-DT OF S-LIAB  <  AS-OF-DT OF S-RUNCTL

               MOVE 'O'  TO  WK-FLAGS OF W-WK (3:1)
               ADD 1  TO  WK-OVERDUE-CNT OF W-WK
           END-IF

           MOVE LEDGER-DEFER OF S-LIAB  TO  DEFER-OUT OF W-DSP
           MOVE LEDGER-PAID OF S-LIAB   TO  PAID-OUT OF W-DSP
           MOVE LEDGER-BAL OF S-LIAB    TO  BAL-OUT OF W-DSP
           MOVE GL-BAL OF S-LIAB        TO  GL-OUT OF W-DSP

           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF S-LIAB
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           DISPLAY DEPTID OF S-LIAB
                   ' ' WK-EMPLID-OUT OF W-WK
                   ' ' CONTRACT-NBR OF S-LIAB
                   ' ' DEFER-OUT OF W-DSP
                   '  ' PAID-OUT OF W-DSP
                   '  ' BAL-OUT OF W-DSP
                   '  ' GL-OUT OF W-DSP
                   ' ' WK-FLAGS OF W-WK
           DISPLAY '           ' NAME OF S-LIAB

           ADD LEDGER-DEFER OF S-LIAB  TO  WK-DEPT-DEFER-TOT OF W-WK
           ADD LEDGER-PAID OF S-LIAB   TO  WK-DEPT-PAID-TOT OF W-WK
           ADD LEDGER-BAL OF S-LIAB    TO  WK-DEPT-BAL-TOT OF W-WK
           ADD GL-BAL OF S-LIAB        TO  WK-DEPT-GL-TOT OF W-WK

           PERFORM MA100-FETCH-LIABILITY

           .
       PRINT-ONE-CONTRACT-EXIT.


      /*****************************************************************
      *                                                                *
       MC000-PRINT-DEPT-TOTAL SECTION.
       MC000.
      *                                                                *
      ******************************************************************

           MOVE WK-DEPT-DEFER-TOT OF W-WK  TO  DEFER-OUT OF W-DSP
           MOVE WK-DEPT-PAID-TOT OF W-WK   TO  PAID-OUT OF W-DSP
           MOVE WK-DEPT-BAL-TOT OF W-WK    TO  BAL-OUT OF W-DSP
           MOVE WK-DEPT-GL-TOT OF W-WK     TO  GL-OUT OF W-DSP

           DISPLAY '  Dept ' WK-PREV-DEPTID OF W-WK
                   ' total                    '
                   ' ' DEFER-OUT OF W-DSP
                   '  ' PAID-OUT OF W-DSP
                   '  ' BAL-OUT OF W-DSP
                   '  ' GL-OUT OF W-DSP
           DISPLAY ' '

           ADD WK-DEPT-DEFER-TOT OF W-WK  TO  WK-DEFER-TOT OF W-WK
           ADD WK-DEPT-PAID-TOT OF W-WK   TO  WK-PAID-TOT OF W-WK
           ADD WK-DEPT-BAL-TOT OF W-WK    TO  WK-BAL-TOT OF W-WK
           ADD WK-DEPT-GL-TOT OF W-WK     TO  WK-GL-TOT OF W-WK

           MOVE ZERO  TO  WK-DEPT-DEFER-TOT OF W-WK
           MOVE ZERO  TO  WK-DEPT-PAID-TOT OF W-WK
           MOVE ZERO  TO  WK-DEPT-BAL-TOT OF W-WK
           MOVE ZERO  TO  WK-DEPT-GL-TOT OF W-WK

           .
       PRINT-DEPT-TOTAL-EXIT.


      /*****************************************************************
      *                                                                *
       NA000-TIE-TO-GL SECTION.
       NA000.
      *  The ledger total is the liability to agree to the GL account; *
      *  its GL basis must match it exactly.                           *
      ******************************************************************

           COMPUTE WK-VARIANCE OF W-WK
                   =  WK-BAL-TOT OF W-WK  -  WK-GL-TOT OF W-WK

           IF WK-VARIANCE OF W-WK  NOT =  ZERO

               SET WK-BALANCED-NO OF W-SW  TO  TRUE
           END-IF

           DISPLAY ' '
           DISPLAY 'Deferred Pay Liability Summary  Company: '
                   COMPANY OF S-RUNCTL
                   '  As Of: ' AS-OF-DT OF S-RUNCTL
           MOVE WK-CONTRACT-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Contracts:                   ' CNT-OUT OF W-DSP
           MOVE WK-DEFER-TOT OF W-WK  TO  DEFER-OUT OF W-DSP
           DISPLAY '  Total deferred:              ' DEFER-OUT OF W-DSP
           MOVE WK-PAID-TOT OF W-WK  TO  PAID-OUT OF W-DSP
           DISPLAY '  Total paid out and settled:  ' PAID-OUT OF W-DSP
           MOVE WK-BAL-TOT OF W-WK  TO  BAL-OUT OF W-DSP
           DISPLAY '  Liability per ledger:        ' BAL-OUT OF W-DSP
           MOVE WK-GL-TOT OF W-WK  TO  GL-OUT OF W-DSP
           DISPLAY '  Liability per GL basis:      ' GL-OUT OF W-DSP
           MOVE WK-VARIANCE OF W-WK  TO  BAL-OUT OF W-DSP
           DISPLAY '  Variance:                    ' BAL-OUT OF W-DSP
           DISPLAY '  GL liability account:        '
                   LIAB-ACCOUNT OF S-SETUP

           IF WK-BALANCED-YES OF W-SW

               DISPLAY '  The ledger ties to the GL basis.'
           ELSE
               DISPLAY '  The ledger does NOT tie to the GL basis; '
                       'see the contracts flagged *.'
           END-IF

           MOVE WK-OUT-OF-TIE-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Contracts out of tie (*):    ' CNT-OUT OF W-DSP
           MOVE WK-UNSETTLED-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Terminated, unsettled (T):   ' CNT-OUT OF W-DSP
           MOVE WK-OVERDUE-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Past pay end, owed (O):      ' CNT-OUT OF W-DSP

           .
       TIE-TO-GL-EXIT.


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
           MOVE 'CCCACDRP'  TO  REPORT-ID OF W-MASKPARM
           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF W-MASKPARM
           MOVE SPACE  TO  PAYGROUP OF W-MASKPARM
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
           DISPLAY 'Deferred Pay Liability Report ended at '
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
               DISPLAY 'ON-CALL ALERT -- deferred pay ledger does not '
                       'tie to its GL basis for Company: '
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
           DISPLAY 'Deferred Pay Liability Report did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
