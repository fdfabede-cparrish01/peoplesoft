       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCACDPY.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *      CCCACDPY - ACADEMIC-YEAR (9-OVER-12) DEFERRED PAY         *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- drives nine-month faculty paid      *
      *       over twelve months from the deferred pay contract        *
      *       table: defers the unpaid part of each academic-year      *
      *       period's earnings, pays the liability out over the       *
      *       summer periods, settles the balance on termination and   *
      *       keeps the per-employee liability ledger from the         *
      *       confirmed checks.  Replaces the one-time deduction and   *
      *       one-time earnings keyed by hand each period.             *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * CALLED WITH THE CCCADWK PARAMETER BLOCK FOR A PUBLIC SECTOR    *
      * CALENDAR.  EACH CONTRACT CARRIES ITS AMOUNT, THE WORK BEGIN    *
      * AND END DATES AND THE PAY BEGIN AND END DATES; THE PERIOD      *
      * COUNTS COME FROM THE PAY GROUP'S CALENDAR BETWEEN THOSE        *
      * DATES, SO A CONTRACT STARTED MID-YEAR IS SPREAD OVER ITS OWN   *
      * REMAINING PERIODS.                                             *
      *                                                                *
      * CALC MODE (PSPPYRUN, BEFORE THE CALCULATION PASS).  ANY        *
      * DEFERRED PAY LINE ALREADY ON THE EMPLOYEE'S PAYSHEET IS        *
      * REPLACED, SO A RECALCULATION NEVER DOUBLES.  THEN:             *
      *   - AN EMPLOYEE TERMINATED BY THE PAY END DATE IS PAID THE     *
      *     WHOLE CONFIRMED LIABILITY UNDER THE SETTLEMENT EARNINGS    *
      *     CODE (ON- OR OFF-CYCLE);                                   *
      *   - ON-CYCLE, A PAY END DATE INSIDE THE WORK DATES DEFERS      *
      *        CONTRACT / WORK PERIODS  -  CONTRACT / PAY PERIODS      *
      *     AS A NEGATIVE LINE UNDER THE DEFERRAL EARNINGS CODE;       *
      *   - ON-CYCLE, A PAY END DATE AFTER THE WORK END DATE AND       *
      *     THROUGH THE PAY END DATE PAYS                              *
      *        CONFIRMED LIABILITY / PAY PERIODS REMAINING             *
      *     UNDER THE PAYOUT EARNINGS CODE, SO THE LAST PERIOD CLEARS  *
      *     THE BALANCE TO THE PENNY.                                  *
      * THE DEFERRAL CODE IS SET UP TO REDUCE TAXABLE GROSS, SO THE    *
      * DEFERRED PART IS NOT TAXED WHEN EARNED; THE PAYOUT CODE IS     *
      * REGULAR WAGES, SO SUMMER PAYOUTS ARE WITHHELD AS THE           *
      * EMPLOYEE'S REGULAR PERIODIC PAY; THE SETTLEMENT CODE IS        *
      * SUPPLEMENTAL WAGES.                                            *
      *                                                                *
      * CONFIRM MODE (PSPCNFRM, AFTER THE CONFIRMATION PASS).  EVERY   *
      * CONFIRMED DEFERRED PAY LINE OF THE CALENDAR IS POSTED AS A     *
      * LIABILITY MOVEMENT (D DEFERRED, P PAID OUT, S SETTLED) AND THE *
      * CONTRACT'S LIABILITY BALANCE IS RESET TO THE SUM OF ITS        *
      * MOVEMENTS.  A CALENDAR POSTED AGAIN REPLACES ITS OWN           *
      * MOVEMENTS.  A FAILED DATABASE CALL IS REPORTED THROUGH         *
      * RETURN-CD; THE CALLER OWNS THE COMMIT.                         *
      *                                                                *
      ******************************************************************


       DATA DIVISION.


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCACDPY'.


       01  W-WK.
           02  WK-EARNED-AMT           PIC S9(7)V99  COMP-3 VALUE ZERO.
           02  WK-PAID-AMT             PIC S9(7)V99  COMP-3 VALUE ZERO.
           02  WK-LINE-AMT             PIC S9(7)V99  COMP-3 VALUE ZERO.
           02  WK-MOVE-AMT             PIC S9(7)V99  COMP-3 VALUE ZERO.
           02  WK-LINE-ERNCD           PIC X(3)    VALUE SPACE.


       01  W-SW.
           02  FETCH-EMPL-SW           PIC X       VALUE SPACE.
               88  FETCH-EMPL-END                  VALUE 'E'.
           02  FETCH-CONF-SW           PIC X       VALUE SPACE.
               88  FETCH-CONF-END                  VALUE 'E'.


      /*****************************************************************
      *  CONTRACT EMPLOYEES OF THE CALENDAR  BUFFER AND STMT           *
      *  One row per paysheet employee of the calendar (page range     *
      *  when off-cycle; BUILD-ONE-EMPLID, when not blank, limits the  *
      *  rows to that employee) with a deferred pay contract whose     *
      *  work or pay dates cover the pay end date, or with a confirmed *
      *  liability still owed.  WORK-PRDS and PAY-PRDS are the pay     *
      *  group's periods ending inside the work and pay dates;         *
      *  REMAIN-PRDS those from this pay end date through the pay end  *
      *  of the contract.  Carries its own cursor; the paysheet        *
      *  updates run nested on the common one.                         *
      ******************************************************************
       01  S-EMPL.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACDPY_S_EMPL'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  OFF-CYCLE           PIC X.
               03  PAGE-NO             PIC 99999               COMP.
               03  PAGE-NO-THRU        PIC 99999               COMP.
               03  BUILD-ONE-EMPLID    PIC X(20).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(3)    VALUE ALL 'C'.
               03  FILLER              PIC X(3)    VALUE ALL 'C'.
               03  FILLER              PIC X(3)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  CONTRACT-NBR        PIC X(10).
               03  CONTRACT-AMT        PIC S9(9)V99            COMP-3.
               03  WORK-BEGIN-DT       PIC X(10).
               03  WORK-END-DT         PIC X(10).
               03  PAY-BEGIN-DT        PIC X(10).
               03  PAY-THRU-DT         PIC X(10).
               03  WORK-PRDS           PIC 999                 COMP.
               03  PAY-PRDS            PIC 999                 COMP.
               03  REMAIN-PRDS         PIC 999                 COMP.
               03  LIAB-BAL            PIC S9(9)V99            COMP-3.
               03  EMPL-STATUS         PIC X.
                   88  EMPL-STATUS-TERMINATED
                                       VALUE 'T' 'D' 'R' 'Q' 'U'.
               03  TERMINATION-DT      PIC X(10).
               03  DEFER-ERNCD         PIC X(3).
               03  PAYOUT-ERNCD        PIC X(3).
               03  SETTLE-ERNCD        PIC X(3).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  DEFERRED PAY LINES  SQL DELETE STMT                           *
      *  Clears the deferral, payout and settlement earnings already   *
      *  on the employee's paysheet line.                              *
      ******************************************************************
       01  D-ADPERN.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACDPY_D_ADPERN'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(3)    VALUE ALL 'C'.
               03  FILLER              PIC X(3)    VALUE ALL 'C'.
               03  FILLER              PIC X(3)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  DEFER-ERNCD         PIC X(3).
               03  PAYOUT-ERNCD        PIC X(3).
               03  SETTLE-ERNCD        PIC X(3).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  DEFERRED PAY LINE  SQL INSERT STMT                            *
      *  The period's deferral (negative), payout or settlement as a   *
      *  one-time earnings amount on the employee's paysheet line.     *
      ******************************************************************
       01  I-ADPERN.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACDPY_I_ADPERN'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(3)    VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  ERNCD               PIC X(3).
               03  ERN-AMT             PIC S9(7)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  CONFIRMED DEFERRED PAY LINES  BUFFER AND STMT                 *
      *  The calendar's confirmed deferral, payout and settlement      *
      *  earnings by employee and contract, with the movement type     *
      *  (D, P or S) the earnings code maps to.  Carries its own       *
      *  cursor.                                                       *
      ******************************************************************
       01  S-CONF.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACDPY_S_CONF'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  OFF-CYCLE           PIC X.
               03  PAGE-NO             PIC 99999               COMP.
               03  PAGE-NO-THRU        PIC 99999               COMP.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  CONTRACT-NBR        PIC X(10).
               03  MOVE-TYPE           PIC X.
                   88  MOVE-TYPE-DEFERRED          VALUE 'D'.
                   88  MOVE-TYPE-PAID-OUT          VALUE 'P'.
                   88  MOVE-TYPE-SETTLED           VALUE 'S'.
               03  ERN-AMT             PIC S9(7)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  LIABILITY MOVEMENT  SQL DELETE STMT                           *
      *  Clears a movement the calendar posted before, so posting the  *
      *  calendar again replaces it.                                   *
      ******************************************************************
       01  D-MOVE.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACDPY_D_MOVE'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  CONTRACT-NBR        PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  OFF-CYCLE           PIC X.
               03  MOVE-TYPE           PIC X.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  LIABILITY MOVEMENT  SQL INSERT STMT                           *
      *  Signed as the liability moves: a deferral adds to it, a       *
      *  payout or settlement takes it down.                           *
      ******************************************************************
       01  I-MOVE.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACDPY_I_MOVE'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  CONTRACT-NBR        PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  OFF-CYCLE           PIC X.
               03  MOVE-TYPE           PIC X.
               03  MOVE-AMT            PIC S9(7)V99            COMP-3.
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  CONTRACT LIABILITY BALANCE  SQL UPDATE STMT                   *
      *  Resets the contract's liability balance to the sum of its     *
      *  movements.                                                    *
      ******************************************************************
       01  U-BALANCE.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACDPY_U_BALANCE'.

           02  BIND-SETUP.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  CONTRACT-NBR        PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


       LINKAGE SECTION.

      /*****************************************************************
      *            SQL COMMUNICATION                                   *
      ******************************************************************
       01  SQLRT.                      COPY PTCSQLRT.


           COPY CCCADWK.


       PROCEDURE DIVISION  USING  SQLRT
                                  W-ADPPARM.


      /*****************************************************************
      *                                                                *
       AA000-MAIN SECTION.
       AA000.
      *                                                                *
      ******************************************************************

           SET RETURN-CD-SUCCESS OF W-ADPPARM  TO  TRUE
           MOVE ZERO  TO  DEFER-CNT OF W-ADPPARM
           MOVE ZERO  TO  DEFER-AMT-TOT OF W-ADPPARM
           MOVE ZERO  TO  PAYOUT-CNT OF W-ADPPARM
           MOVE ZERO  TO  PAYOUT-AMT-TOT OF W-ADPPARM
           MOVE ZERO  TO  SETTLE-CNT OF W-ADPPARM
           MOVE ZERO  TO  SETTLE-AMT-TOT OF W-ADPPARM

           IF ADP-MODE-CONFIRM OF W-ADPPARM

               PERFORM CA000-POST-CONFIRMED
           ELSE
               PERFORM BA000-PLACE-LINES
           END-IF

           GOBACK

           .
       MAIN-EXIT.


      /*****************************************************************
      *                                                                *
       BA000-PLACE-LINES SECTION.
       BA000.
      *                                                                *
      ******************************************************************

           MOVE SPACE  TO  FETCH-EMPL-SW OF W-SW

           MOVE COMPANY OF W-ADPPARM
                   TO  COMPANY OF BIND-DATA OF S-EMPL
           MOVE PAYGROUP OF W-ADPPARM
                   TO  PAYGROUP OF BIND-DATA OF S-EMPL
           MOVE PAY-END-DT OF W-ADPPARM
                   TO  PAY-END-DT OF BIND-DATA OF S-EMPL
           MOVE OFF-CYCLE OF W-ADPPARM
                   TO  OFF-CYCLE OF BIND-DATA OF S-EMPL
           MOVE PAGE-NO OF W-ADPPARM
                   TO  PAGE-NO OF BIND-DATA OF S-EMPL
           MOVE PAGE-NO-THRU OF W-ADPPARM
                   TO  PAGE-NO-THRU OF BIND-DATA OF S-EMPL
           MOVE BUILD-ONE-EMPLID OF W-ADPPARM
                   TO  BUILD-ONE-EMPLID OF BIND-DATA OF S-EMPL

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-EMPL
                                   SQL-STMT OF S-EMPL
                                   BIND-SETUP OF S-EMPL
                                   BIND-DATA OF S-EMPL
                                   SELECT-SETUP OF S-EMPL
                                   SELECT-DATA OF S-EMPL
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               SET RETURN-CD-FAILURE OF W-ADPPARM  TO  TRUE
               GO TO PLACE-LINES-EXIT
           END-IF

           PERFORM BA100-FETCH-EMPLOYEE

           PERFORM BB000-PROCESS-EMPLOYEE
                   UNTIL FETCH-EMPL-END OF W-SW
                   OR  RETURN-CD-FAILURE OF W-ADPPARM

           .
       PLACE-LINES-EXIT.


      /*****************************************************************
      *                                                                *
       BA100-FETCH-EMPLOYEE SECTION.
       BA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-EMPL

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-EMPL
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-EMPL-END OF W-SW  TO  TRUE
               ELSE
                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET RETURN-CD-FAILURE OF W-ADPPARM  TO  TRUE
               END-IF
           END-IF

           .
       FETCH-EMPLOYEE-EXIT.


      /*****************************************************************
      *                                                                *
       BB000-PROCESS-EMPLOYEE SECTION.
       BB000.
      *  Replaces the employee's deferred pay line with this period's  *
      *  settlement, deferral or payout, whichever applies.            *
      ******************************************************************

           PERFORM BC000-CLEAR-ADP-LINES

           MOVE ZERO  TO  WK-LINE-AMT OF W-WK

           EVALUATE TRUE

               WHEN RETURN-CD-FAILURE OF W-ADPPARM
                   CONTINUE

               WHEN EMPL-STATUS-TERMINATED OF S-EMPL
                       AND TERMINATION-DT OF S-EMPL  NOT =  SPACE
                       AND TERMINATION-DT OF S-EMPL
                               NOT >  PAY-END-DT OF W-ADPPARM
                   PERFORM BB100-SETTLE-BALANCE

               WHEN ADP-OFF-CYCLE-YES OF W-ADPPARM
                   CONTINUE

               WHEN PAY-END-DT OF W-ADPPARM
                       NOT <  WORK-BEGIN-DT OF S-EMPL
                       AND PAY-END-DT OF W-ADPPARM
                               NOT >  WORK-END-DT OF S-EMPL
                   PERFORM BB200-DEFER-EARNINGS

               WHEN PAY-END-DT OF W-ADPPARM
                       >  WORK-END-DT OF S-EMPL
                       AND PAY-END-DT OF W-ADPPARM
                               NOT >  PAY-THRU-DT OF S-EMPL
                   PERFORM BB300-PAY-OUT-LIABILITY

               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WK-LINE-AMT OF W-WK  NOT =  ZERO
                   AND NOT RETURN-CD-FAILURE OF W-ADPPARM

               PERFORM BC100-INSERT-ADP-LINE
           END-IF

           PERFORM BA100-FETCH-EMPLOYEE

           .
       PROCESS-EMPLOYEE-EXIT.


      /*****************************************************************
      *                                                                *
       BB100-SETTLE-BALANCE SECTION.
       BB100.
      *  The whole confirmed liability is paid on the employee's       *
      *  final check.                                                  *
      ******************************************************************

           IF LIAB-BAL OF S-EMPL  >  ZERO

               MOVE LIAB-BAL OF S-EMPL  TO  WK-LINE-AMT OF W-WK
               MOVE SETTLE-ERNCD OF S-EMPL
                       TO  WK-LINE-ERNCD OF W-WK
               ADD 1  TO  SETTLE-CNT OF W-ADPPARM
               ADD WK-LINE-AMT OF W-WK
                       TO  SETTLE-AMT-TOT OF W-ADPPARM
           END-IF

           .
       SETTLE-BALANCE-EXIT.


      /*****************************************************************
      *                                                                *
       BB200-DEFER-EARNINGS SECTION.
       BB200.
      *  Holds back the part of the period's contract earnings that    *
      *  belongs to the periods outside the work dates.                *
      ******************************************************************

           IF WORK-PRDS OF S-EMPL  =  ZERO
                   OR  PAY-PRDS OF S-EMPL  =  ZERO

               GO TO DEFER-EARNINGS-EXIT
           END-IF

           COMPUTE WK-EARNED-AMT OF W-WK  ROUNDED
                   =  CONTRACT-AMT OF S-EMPL  /  WORK-PRDS OF S-EMPL
           COMPUTE WK-PAID-AMT OF W-WK  ROUNDED
                   =  CONTRACT-AMT OF S-EMPL  /  PAY-PRDS OF S-EMPL

           IF WK-EARNED-AMT OF W-WK  >  WK-PAID-AMT OF W-WK

               COMPUTE WK-LINE-AMT OF W-WK
                       =  WK-PAID-AMT OF W-WK  -  WK-EARNED-AMT OF W-WK
               MOVE DEFER-ERNCD OF S-EMPL
                       TO  WK-LINE-ERNCD OF W-WK
               ADD 1  TO  DEFER-CNT OF W-ADPPARM
               SUBTRACT WK-LINE-AMT OF W-WK
                       FROM  DEFER-AMT-TOT OF W-ADPPARM
           END-IF

           .
       DEFER-EARNINGS-EXIT.


      /*****************************************************************
      *                                                                *
       BB300-PAY-OUT-LIABILITY SECTION.
       BB300.
      *  Spreads what is still owed over the payout periods left, so   *
      *  the contract's last period clears it exactly.                 *
      ******************************************************************

           IF LIAB-BAL OF S-EMPL  NOT >  ZERO

               GO TO PAY-OUT-LIABILITY-EXIT
           END-IF

           IF REMAIN-PRDS OF S-EMPL  NOT >  1

               MOVE LIAB-BAL OF S-EMPL  TO  WK-LINE-AMT OF W-WK
           ELSE
               COMPUTE WK-LINE-AMT OF W-WK  ROUNDED
                       =  LIAB-BAL OF S-EMPL  /  REMAIN-PRDS OF S-EMPL
           END-IF

           MOVE PAYOUT-ERNCD OF S-EMPL  TO  WK-LINE-ERNCD OF W-WK
           ADD 1  TO  PAYOUT-CNT OF W-ADPPARM
           ADD WK-LINE-AMT OF W-WK  TO  PAYOUT-AMT-TOT OF W-ADPPARM

           .
       PAY-OUT-LIABILITY-EXIT.


      /*****************************************************************
      *                                                                *
       BC000-CLEAR-ADP-LINES SECTION.
       BC000.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF W-ADPPARM
                   TO  COMPANY OF BIND-DATA OF D-ADPERN
           MOVE PAYGROUP OF W-ADPPARM
                   TO  PAYGROUP OF BIND-DATA OF D-ADPERN
           MOVE PAY-END-DT OF W-ADPPARM
                   TO  PAY-END-DT OF BIND-DATA OF D-ADPERN
           MOVE PAGE-NO OF SELECT-DATA OF S-EMPL
                   TO  PAGE-NO OF BIND-DATA OF D-ADPERN
           MOVE LINE-NO OF SELECT-DATA OF S-EMPL
                   TO  LINE-NO OF BIND-DATA OF D-ADPERN
           MOVE DEFER-ERNCD OF S-EMPL
                   TO  DEFER-ERNCD OF BIND-DATA OF D-ADPERN
           MOVE PAYOUT-ERNCD OF S-EMPL
                   TO  PAYOUT-ERNCD OF BIND-DATA OF D-ADPERN
           MOVE SETTLE-ERNCD OF S-EMPL
                   TO  SETTLE-ERNCD OF BIND-DATA OF D-ADPERN

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-ADPERN
                                   BIND-SETUP OF D-ADPERN
                                   BIND-DATA OF D-ADPERN
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               SET RETURN-CD-FAILURE OF W-ADPPARM  TO  TRUE
           END-IF

           .
       CLEAR-ADP-LINES-EXIT.


      /*****************************************************************
      *                                                                *
       BC100-INSERT-ADP-LINE SECTION.
       BC100.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF W-ADPPARM
                   TO  COMPANY OF BIND-DATA OF I-ADPERN
           MOVE PAYGROUP OF W-ADPPARM
                   TO  PAYGROUP OF BIND-DATA OF I-ADPERN
           MOVE PAY-END-DT OF W-ADPPARM
                   TO  PAY-END-DT OF BIND-DATA OF I-ADPERN
           MOVE PAGE-NO OF SELECT-DATA OF S-EMPL
                   TO  PAGE-NO OF BIND-DATA OF I-ADPERN
           MOVE LINE-NO OF SELECT-DATA OF S-EMPL
                   TO  LINE-NO OF BIND-DATA OF I-ADPERN
           MOVE WK-LINE-ERNCD OF W-WK
                   TO  ERNCD OF BIND-DATA OF I-ADPERN
           MOVE WK-LINE-AMT OF W-WK
                   TO  ERN-AMT OF BIND-DATA OF I-ADPERN

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-ADPERN
                                   BIND-SETUP OF I-ADPERN
                                   BIND-DATA OF I-ADPERN
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               SET RETURN-CD-FAILURE OF W-ADPPARM  TO  TRUE
           END-IF

           .
       INSERT-ADP-LINE-EXIT.


      /*****************************************************************
      *                                                                *
       CA000-POST-CONFIRMED SECTION.
       CA000.
      *                                                                *
      ******************************************************************

           MOVE SPACE  TO  FETCH-CONF-SW OF W-SW

           MOVE COMPANY OF W-ADPPARM
                   TO  COMPANY OF BIND-DATA OF S-CONF
           MOVE PAYGROUP OF W-ADPPARM
                   TO  PAYGROUP OF BIND-DATA OF S-CONF
           MOVE PAY-END-DT OF W-ADPPARM
                   TO  PAY-END-DT OF BIND-DATA OF S-CONF
           MOVE OFF-CYCLE OF W-ADPPARM
                   TO  OFF-CYCLE OF BIND-DATA OF S-CONF
           MOVE PAGE-NO OF W-ADPPARM
                   TO  PAGE-NO OF BIND-DATA OF S-CONF
           MOVE PAGE-NO-THRU OF W-ADPPARM
                   TO  PAGE-NO-THRU OF BIND-DATA OF S-CONF

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-CONF
                                   SQL-STMT OF S-CONF
                                   BIND-SETUP OF S-CONF
                                   BIND-DATA OF S-CONF
                                   SELECT-SETUP OF S-CONF
                                   SELECT-DATA OF S-CONF
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               SET RETURN-CD-FAILURE OF W-ADPPARM  TO  TRUE
               GO TO POST-CONFIRMED-EXIT
           END-IF

           PERFORM CA100-FETCH-CONFIRMED

           PERFORM CB000-POST-MOVEMENT
                   UNTIL FETCH-CONF-END OF W-SW
                   OR  RETURN-CD-FAILURE OF W-ADPPARM

           .
       POST-CONFIRMED-EXIT.


      /*****************************************************************
      *                                                                *
       CA100-FETCH-CONFIRMED SECTION.
       CA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-CONF

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-CONF
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-CONF-END OF W-SW  TO  TRUE
               ELSE
                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET RETURN-CD-FAILURE OF W-ADPPARM  TO  TRUE
               END-IF
           END-IF

           .
       FETCH-CONFIRMED-EXIT.


      /*****************************************************************
      *                                                                *
       CB000-POST-MOVEMENT SECTION.
       CB000.
      *  The liability moves opposite to the earnings line: the        *
      *  negative deferral adds to it, a payout or settlement takes    *
      *  it down.                                                      *
      ******************************************************************

           COMPUTE WK-MOVE-AMT OF W-WK  =  ZERO  -  ERN-AMT OF S-CONF

           EVALUATE TRUE

               WHEN MOVE-TYPE-DEFERRED OF S-CONF
                   ADD 1  TO  DEFER-CNT OF W-ADPPARM
                   ADD WK-MOVE-AMT OF W-WK
                           TO  DEFER-AMT-TOT OF W-ADPPARM

               WHEN MOVE-TYPE-PAID-OUT OF S-CONF
                   ADD 1  TO  PAYOUT-CNT OF W-ADPPARM
                   ADD ERN-AMT OF S-CONF
                           TO  PAYOUT-AMT-TOT OF W-ADPPARM

               WHEN OTHER
                   ADD 1  TO  SETTLE-CNT OF W-ADPPARM
                   ADD ERN-AMT OF S-CONF
                           TO  SETTLE-AMT-TOT OF W-ADPPARM
           END-EVALUATE

           MOVE COMPANY OF W-ADPPARM
                   TO  COMPANY OF BIND-DATA OF D-MOVE
           MOVE EMPLID OF S-CONF
                   TO  EMPLID OF BIND-DATA OF D-MOVE
           MOVE CONTRACT-NBR OF S-CONF
                   TO  CONTRACT-NBR OF BIND-DATA OF D-MOVE
           MOVE PAYGROUP OF W-ADPPARM
                   TO  PAYGROUP OF BIND-DATA OF D-MOVE
           MOVE PAY-END-DT OF W-ADPPARM
                   TO  PAY-END-DT OF BIND-DATA OF D-MOVE
           MOVE OFF-CYCLE OF W-ADPPARM
                   TO  OFF-CYCLE OF BIND-DATA OF D-MOVE
           MOVE MOVE-TYPE OF S-CONF
                   TO  MOVE-TYPE OF BIND-DATA OF D-MOVE

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-MOVE
                                   BIND-SETUP OF D-MOVE
                                   BIND-DATA OF D-MOVE
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               SET RETURN-CD-FAILURE OF W-ADPPARM  TO  TRUE
               GO TO POST-MOVEMENT-EXIT
           END-IF

           MOVE COMPANY OF W-ADPPARM
                   TO  COMPANY OF BIND-DATA OF I-MOVE
           MOVE EMPLID OF S-CONF
                   TO  EMPLID OF BIND-DATA OF I-MOVE
           MOVE CONTRACT-NBR OF S-CONF
                   TO  CONTRACT-NBR OF BIND-DATA OF I-MOVE
           MOVE PAYGROUP OF W-ADPPARM
                   TO  PAYGROUP OF BIND-DATA OF I-MOVE
           MOVE PAY-END-DT OF W-ADPPARM
                   TO  PAY-END-DT OF BIND-DATA OF I-MOVE
           MOVE OFF-CYCLE OF W-ADPPARM
                   TO  OFF-CYCLE OF BIND-DATA OF I-MOVE
           MOVE MOVE-TYPE OF S-CONF
                   TO  MOVE-TYPE OF BIND-DATA OF I-MOVE
           MOVE WK-MOVE-AMT OF W-WK
                   TO  MOVE-AMT OF BIND-DATA OF I-MOVE
           MOVE PROCESS-INSTANCE OF W-ADPPARM
                   TO  PROCESS-INSTANCE OF BIND-DATA OF I-MOVE

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-MOVE
                                   BIND-SETUP OF I-MOVE
                                   BIND-DATA OF I-MOVE
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               SET RETURN-CD-FAILURE OF W-ADPPARM  TO  TRUE
               GO TO POST-MOVEMENT-EXIT
           END-IF

           MOVE PROCESS-INSTANCE OF W-ADPPARM
                   TO  PROCESS-INSTANCE OF BIND-DATA OF U-BALANCE
           MOVE COMPANY OF W-ADPPARM
                   TO  COMPANY OF BIND-DATA OF U-BALANCE
           MOVE EMPLID OF S-CONF
                   TO  EMPLID OF BIND-DATA OF U-BALANCE
           MOVE CONTRACT-NBR OF S-CONF
                   TO  CONTRACT-NBR OF BIND-DATA OF U-BALANCE

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF U-BALANCE
                                   BIND-SETUP OF U-BALANCE
                                   BIND-DATA OF U-BALANCE
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               SET RETURN-CD-FAILURE OF W-ADPPARM  TO  TRUE
               GO TO POST-MOVEMENT-EXIT
           END-IF

           PERFORM CA100-FETCH-CONFIRMED

           .
       POST-MOVEMENT-EXIT.
