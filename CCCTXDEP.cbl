      *       shared CCCBNKDY banking-day service, so the printed      *
      *       calendar and EFTPS settlement dates are always           *
      *       banking days.                                            *
      *    10/15/26 TJM Record each federal payment written on the     *
      *       deposit history (check date, settlement date, amount),   *
      *       replacing any row from an earlier run of the calendar,   *
      *       so the quarterly 941 reconciliation in CCC941QT can      *
      *       compare the deposits to the Schedule B liabilities.      *
      *                                                                *
      ******************************************************************

               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  FEDERAL DEPOSIT HISTORY  SQL DELETE AND INSERT STMTS          *
      *  One row per federal payment written, keyed by the calendar,   *
      *  with the check (liability) date and the settlement date.      *
      *  The calendar's rows are deleted first so a rerun replaces     *
      *  rather than adds to them.                                     *
      ******************************************************************
       01  D-FEDDEP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCTXDEP_D_FEDDEP'.

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

       01  I-FEDDEP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCTXDEP_I_FEDDEP'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  CHECK-DT            PIC X(10).
               03  SETTLE-DT           PIC X(10).
               03  DEP-AMT             PIC S9(9)V99            COMP-3.
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            SQL COMMUNICATION                                   *
      ******************************************************************
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MJ050-CLEAR-FED-DEPOSITS

           PERFORM MJ100-WRITE-EFT-HEADER

           PERFORM MJ200-WRITE-FED-PAYMENT

           CLOSE TXD-EFTPS-FILE

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-EFTPS-FILE(COMMIT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       WRITE-EFTPS-FILE-EXIT.


      /*****************************************************************
      *                                                                *
       MJ050-CLEAR-FED-DEPOSITS SECTION.
       MJ050.
      *  Removes the calendar's deposit history rows from any earlier  *
      *  run before this run's payment is recorded.                    *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF D-FEDDEP
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF D-FEDDEP
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF D-FEDDEP

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-FEDDEP
                                   BIND-SETUP OF D-FEDDEP
                                   BIND-DATA OF D-FEDDEP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CLEAR-FED-DEPOSITS(DELETE)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       CLEAR-FED-DEPOSITS-EXIT.


      /*****************************************************************
      *                                                                *
       MJ100-WRITE-EFT-HEADER SECTION.
           WRITE TXD-EFTPS-REC  FROM  W-EFT-PMT
           ADD 1  TO  WK-PAY-CNT OF W-WK

           PERFORM MJ210-RECORD-FED-DEPOSIT

           .
       WRITE-FED-PAYMENT-EXIT.


      /*****************************************************************
      *                                                                *
       MJ210-RECORD-FED-DEPOSIT SECTION.
       MJ210.
      *  Records the federal payment on the deposit history against    *
      *  the check date it settles.                                    *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF I-FEDDEP
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF I-FEDDEP
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF I-FEDDEP
           MOVE CHECK-DT OF S-CAL
                   TO  CHECK-DT OF BIND-DATA OF I-FEDDEP
           MOVE WK-FED-DUE-DT OF W-FED-DUE
                   TO  SETTLE-DT OF BIND-DATA OF I-FEDDEP
           MOVE WK-FED-LIAB OF W-WK
                   TO  DEP-AMT OF BIND-DATA OF I-FEDDEP
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF BIND-DATA OF I-FEDDEP

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-FEDDEP
                                   BIND-SETUP OF I-FEDDEP
                                   BIND-DATA OF I-FEDDEP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'RECORD-FED-DEPOSIT(INSERT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       RECORD-FED-DEPOSIT-EXIT.


      /*****************************************************************
      *                                                                *
       MJ300-WRITE-STATE-PAYMENT SECTION.
