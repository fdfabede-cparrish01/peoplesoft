      *       Pay End Date.  PSPCNFRM refuses to confirm a calendar    *
      *       without a current approval row for its final calc        *
      *       process instance.                                        *
      *    10/15/26 TJM Refuse the approval until a CCCPSAUD paysheet  *
      *       change report has been run for the calendar after its    *
      *       final calc, so every manual change is reviewed first.    *
      *                                                                *
      ******************************************************************

               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  PAYSHEET CHANGE REPORT LOOKUP  BUFFER AND STMT                *
      *  Counts the CCCPSAUD change report runs recorded for the       *
      *  calendar under a later process instance than the final calc.  *
      ******************************************************************
       01  S-AUDRPT.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCCALAP_S_AUDRPT'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  CALC-INSTANCE       PIC S9(9)               COMP.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  REPORT-CNT          PIC 9(7)                COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            CALC APPROVAL INSERT STMT                           *
      ******************************************************************
               END-IF
           END-IF

           PERFORM MB000-CHECK-CHANGE-REPORT

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF I-APPR
           MOVE PAYGROUP OF S-RUNCTL
       RECORD-APPROVAL-EXIT.


      /*****************************************************************
      *                                                                *
       MB000-CHECK-CHANGE-REPORT SECTION.
       MB000.
      *  The paysheet change report must have been run since the       *
      *  final calc; otherwise the approval ends through the user-     *
      *  error path.                                                   *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-AUDRPT
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-AUDRPT
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-AUDRPT
           MOVE PROCESS-INSTANCE OF SELECT-DATA OF S-CALCCMP
                   TO  CALC-INSTANCE OF BIND-DATA OF S-AUDRPT

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-AUDRPT
                                   BIND-SETUP OF S-AUDRPT
                                   BIND-DATA OF S-AUDRPT
                                   SELECT-SETUP OF S-AUDRPT
                                   SELECT-DATA OF S-AUDRPT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CHECK-CHANGE-REPORT(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-AUDRPT

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   MOVE 'CHECK-CHANGE-REPORT(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF REPORT-CNT OF S-AUDRPT  =  ZERO

               DISPLAY 'No paysheet change report (CCCPSAUD, report '
                       'mode) has been run for this calendar since '
                       'its final calc; run and review it before '
                       'approving.'
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       CHECK-CHANGE-REPORT-EXIT.


      /*****************************************************************
      *                                                                *
       SA000-TERM SECTION.
