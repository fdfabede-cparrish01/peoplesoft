       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCDFLIM.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *        CCCDFLIM - RETIREMENT DEFERRAL LIMIT ENGINE             *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- caps each employee's pre-tax and    *
      *       Roth elective deferrals at the 402(g) limit (plus the    *
      *       age-50 catch-up allowance) and the combined employee-    *
      *       plus-employer additions at the 415(c) limit after the    *
      *       calculation pass, adjusting the calculated deduction     *
      *       and employer match rows and writing a pay message for    *
      *       every deferral cut, so excess deferrals no longer wait   *
      *       for the CCCW2BLD totals and a corrective refund.         *
      *    10/15/26 TJM A pre-tax cut no longer goes into net: the     *
      *       employee's cuts are placed on the paysheet as deduction  *
      *       overrides with an error pay message, so the employee is  *
      *       recalculated and taxed on the reduced deferral.          *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * CALLED BY PSPPYRUN WITH THE CCCDFWK PARAMETER BLOCK AFTER      *
      * THE CALCULATION PASS.  THE LIMIT ROW EFFECTIVE FOR THE PAY     *
      * END DATE'S YEAR GIVES THE 402(G) LIMIT, THE CATCH-UP           *
      * ALLOWANCE AND ITS AGE, AND THE 415(C) LIMIT.  ONE ROW COMES    *
      * BACK PER CALCULATED EMPLOYEE WITH A RETIREMENT PLAN            *
      * DEDUCTION ON THE CALENDAR, CARRYING THE EMPLOYEE'S AGE AT      *
      * YEAR END AND THE YEAR-TO-DATE ELECTIVE DEFERRALS AND ANNUAL    *
      * ADDITIONS ALREADY CONFIRMED.  THE EMPLOYEE'S CALCULATED PLAN   *
      * ROWS ARE THEN TAKEN IN SOURCE ORDER -- PRE-TAX, ROTH,          *
      * AFTER-TAX, EMPLOYER MATCH, EMPLOYER NON-ELECTIVE:              *
      *                                                                *
      *   - PRE-TAX AND ROTH ROWS ARE TAKEN ONLY TO THE 402(G) ROOM    *
      *     LEFT (LIMIT PLUS CATCH-UP WHEN OLD ENOUGH, LESS            *
      *     YEAR-TO-DATE ELECTIVE DEFERRALS);                          *
      *   - AN EMPLOYER MATCH ROW IS SCALED BY THE SHARE OF THE        *
      *     ELECTIVE DEFERRALS ACTUALLY TAKEN, SO THE MATCH FOLLOWS    *
      *     THE DEFERRAL IT MATCHES;                                   *
      *   - EVERY ROW IS THEN TAKEN ONLY TO THE 415(C) ROOM LEFT       *
      *     (LIMIT LESS YEAR-TO-DATE ANNUAL ADDITIONS; CATCH-UP        *
      *     DEFERRALS DO NOT COUNT AGAINST 415(C), SO THE CATCH-UP     *
      *     ALLOWANCE IS ADDED TO THE ROOM WHEN OLD ENOUGH).           *
      *                                                                *
      * A CUT ROW IS UPDATED TO THE AMOUNT TAKEN AND WRITES PAY        *
      * MESSAGE 3001/641 (SEVERITY W) NAMING THE DEDUCTION AND THE     *
      * LIMIT THAT CUT IT.  ROTH AND AFTER-TAX CUTS ARE CARRIED INTO   *
      * THE CHECK'S CALCULATED NET AS IN CCCGRNPR; THEY WERE TAXED     *
      * EITHER WAY, SO THE TAXES STAND.                                *
      *                                                                *
      * A PRE-TAX CUT RAISES THE CHECK'S TAXABLE WAGES, WHICH ONLY     *
      * THE CALC CAN REFIGURE, SO NEITHER THE CALCULATED ROWS NOR NET  *
      * ARE TOUCHED FOR THAT EMPLOYEE.  INSTEAD THE PRE-TAX ROW AND    *
      * EVERY LATER CUT ROW OF THE EMPLOYEE ARE PLACED ON THE          *
      * PAYSHEET LINE AS ONE-TIME DEDUCTION OVERRIDES AT THE AMOUNT    *
      * TAKEN (REPLACING ANY EARLIER OVERRIDE, SO A RERUN NEVER        *
      * DOUBLES) AND WRITE PAY MESSAGE 3001/642 (SEVERITY E), WHICH    *
      * STOPS THE CONFIRM AT CCCMSGCK.  THE EMPLOYEE IS COUNTED FOR    *
      * RECALCULATION; THE RECALC TAKES THE OVERRIDES AND FIGURES      *
      * TAXABLE WAGES, WITHHOLDING AND NET ON THE REDUCED DEFERRAL,    *
      * AND THE LIMIT PASS THAT FOLLOWS IT FINDS NOTHING LEFT TO CUT.  *
      *                                                                *
      * A FAILED DATABASE CALL IS REPORTED THROUGH RETURN-CD; THE      *
      * CALLER OWNS THE COMMIT.                                        *
      *                                                                *
      ******************************************************************


       DATA DIVISION.


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCDFLIM'.


       01  W-WK.
           02  WK-402G-ROOM            PIC S9(7)V99  COMP-3 VALUE ZERO.
           02  WK-415C-ROOM            PIC S9(7)V99  COMP-3 VALUE ZERO.
           02  WK-ELECT-CUR            PIC S9(7)V99  COMP-3 VALUE ZERO.
           02  WK-ELECT-TAKEN          PIC S9(7)V99  COMP-3 VALUE ZERO.
           02  WK-TARGET-AMT           PIC S9(7)V99  COMP-3 VALUE ZERO.
           02  WK-TAKEN-AMT            PIC S9(7)V99  COMP-3 VALUE ZERO.
           02  WK-NET-DELTA            PIC S9(7)V99  COMP-3 VALUE ZERO.
           02  WK-CUT-LIMIT            PIC X(4)      VALUE SPACE.
           02  WK-MESSAGE-NBR          PIC 9(4)      COMP  VALUE ZERO.
           02  WK-MSG-SEVERITY-CD      PIC X         VALUE SPACE.


       01  W-SW.
           02  FETCH-EMPL-SW           PIC X       VALUE SPACE.
               88  FETCH-EMPL-END                  VALUE 'E'.
           02  FETCH-DEF-SW            PIC X       VALUE SPACE.
               88  FETCH-DEF-END                   VALUE 'E'.
           02  WK-EMPL-CAPPED-SW       PIC X       VALUE 'N'.
               88  WK-EMPL-CAPPED-YES              VALUE 'Y'.
           02  WK-EMPL-RECALC-SW       PIC X       VALUE 'N'.
               88  WK-EMPL-RECALC-YES              VALUE 'Y'.


      /*****************************************************************
      *  DEFERRAL LIMITS FOR THE YEAR  BUFFER AND STMT                 *
      *  The limit row effective for the pay end date: the 402(g)      *
      *  elective deferral limit, the catch-up allowance and the age   *
      *  (at year end) that earns it, and the 415(c) annual additions  *
      *  limit.                                                        *
      ******************************************************************
       01  S-LIMIT.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCDFLIM_S_LIMIT'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  PAY-END-DT          PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  LIMIT-402G          PIC S9(7)V99            COMP-3.
               03  CATCHUP-LIMIT       PIC S9(7)V99            COMP-3.
               03  CATCHUP-AGE         PIC 99                  COMP.
               03  LIMIT-415C          PIC S9(7)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  DEFERRING EMPLOYEES OF THE CALENDAR  BUFFER AND STMT          *
      *  One row per calculated employee with one or more retirement   *
      *  plan deduction rows: the employee's page and line, age at     *
      *  the end of the pay end date's year, and the year-to-date      *
      *  elective deferrals (pre-tax plus Roth) and 415(c) annual      *
      *  additions (all employee and employer sources) already         *
      *  confirmed before this calendar.  Carries its own cursor; the  *
      *  plan row fetch and the adjustments run nested.                *
      ******************************************************************
       01  S-EMPL.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCDFLIM_S_EMPL'.

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
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  AGE-AT-YEAR-END     PIC 999                 COMP.
               03  YTD-ELECTIVE        PIC S9(7)V99            COMP-3.
               03  YTD-ANNUAL-ADD      PIC S9(7)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  CALCULATED PLAN ROWS FOR ONE EMPLOYEE  BUFFER AND STMT        *
      *  The employee's calculated retirement plan deduction rows on   *
      *  the check, in source order (pre-tax, Roth, after-tax,         *
      *  employer match, employer non-elective).  Loan repayments are  *
      *  not contributions and are not returned.                       *
      ******************************************************************
       01  S-DEFER.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCDFLIM_S_DEFER'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  OFF-CYCLE           PIC X.
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  DEDCD               PIC X(6).
               03  DEF-SOURCE          PIC X.
                   88  DEF-SOURCE-PRETAX           VALUE 'P'.
                   88  DEF-SOURCE-ROTH             VALUE 'R'.
                   88  DEF-SOURCE-AFTERTAX         VALUE 'A'.
                   88  DEF-SOURCE-MATCH            VALUE 'M'.
                   88  DEF-SOURCE-NONELECT         VALUE 'N'.
                   88  DEF-SOURCE-ELECTIVE         VALUE 'P' 'R'.
                   88  DEF-SOURCE-EMPLOYEE         VALUE 'P' 'R' 'A'.
               03  DED-CUR-AMT         PIC S9(7)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  CALCULATED PLAN ROW ADJUSTMENT  SQL UPDATE STMT               *
      *  Sets the calculated plan row for the employee's page/line,    *
      *  deduction code and source to the amount the limits allow.     *
      ******************************************************************
       01  U-DEDADJ.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCDFLIM_U_DEDADJ'.

           02  BIND-SETUP.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  DED-CUR-AMT         PIC S9(7)V99            COMP-3.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  OFF-CYCLE           PIC X.
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  DEDCD               PIC X(6).
               03  DEF-SOURCE          PIC X.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  CALCULATED NET PAY ADJUSTMENT  SQL UPDATE STMT                *
      *  Carries the Roth and after-tax cuts into the check's          *
      *  calculated net, so gross less deductions less taxes still     *
      *  equals net.  Pre-tax cuts never come here; they change the    *
      *  taxes and go to the recalc as overrides.                      *
      ******************************************************************
       01  U-NETADJ.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCDFLIM_U_NETADJ'.

           02  BIND-SETUP.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  NET-DELTA           PIC S9(7)V99            COMP-3.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  OFF-CYCLE           PIC X.
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  DEDUCTION OVERRIDE  SQL DELETE STMT                           *
      *  Clears the one-time deduction override already on the         *
      *  employee's paysheet line for the deduction code and source,   *
      *  so the override is replaced rather than doubled.              *
      ******************************************************************
       01  D-DEDOVR.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCDFLIM_D_DEDOVR'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  OFF-CYCLE           PIC X.
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  DEDCD               PIC X(6).
               03  DEF-SOURCE          PIC X.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  DEDUCTION OVERRIDE  SQL INSERT STMT                           *
      *  A one-time deduction override on the employee's paysheet      *
      *  line holding the deduction code and source to the amount the  *
      *  limits allow; the recalculation takes it in place of the      *
      *  elected amount.                                               *
      ******************************************************************
       01  I-DEDOVR.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCDFLIM_I_DEDOVR'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  OFF-CYCLE           PIC X.
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  DEDCD               PIC X(6).
               03  DEF-SOURCE          PIC X.
               03  DED-OVR-AMT         PIC S9(7)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  PAY MESSAGE INSERT STMT                                       *
      *  The normal pay-message path, message set 3001, keyed to the   *
      *  employee's page and line: number 641 ('retirement deferral    *
      *  cut at the annual limit'), severity W, for a row cut in       *
      *  place, or number 642 ('retirement deferral limit override     *
      *  placed; recalculate'), severity E, for a row placed as an     *
      *  override.  The message data names the deduction code and the  *
      *  limit (402G or 415C).                                         *
      ******************************************************************
       01  I-MSG.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCDFLIM_I_MSG'.

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
                   04  MSG-DEDCD       PIC X(6).
                   04  FILLER          PIC X.
                   04  MSG-LIMIT       PIC X(4).
                   04  FILLER          PIC X(4).
               03  FILLER              PIC X       VALUE 'Z'.


       LINKAGE SECTION.

      /*****************************************************************
      *            SQL COMMUNICATION                                   *
      ******************************************************************
       01  SQLRT.                      COPY PTCSQLRT.


           COPY CCCDFWK.


       PROCEDURE DIVISION  USING  SQLRT
                                  W-DFLPARM.


      /*****************************************************************
      *                                                                *
       AA000-MAIN SECTION.
       AA000.
      *                                                                *
      ******************************************************************

           SET RETURN-CD-SUCCESS OF W-DFLPARM  TO  TRUE
           MOVE ZERO  TO  EMPL-CAPPED-CNT OF W-DFLPARM
           MOVE ZERO  TO  DEFERRAL-CUT-CNT OF W-DFLPARM
           MOVE ZERO  TO  RECALC-CNT OF W-DFLPARM
           MOVE SPACE  TO  FETCH-EMPL-SW OF W-SW

           PERFORM AB000-SELECT-LIMITS

           IF NOT RETURN-CD-SUCCESS OF W-DFLPARM

               GOBACK
           END-IF

           MOVE COMPANY OF W-DFLPARM
                   TO  COMPANY OF BIND-DATA OF S-EMPL
           MOVE PAYGROUP OF W-DFLPARM
                   TO  PAYGROUP OF BIND-DATA OF S-EMPL
           MOVE PAY-END-DT OF W-DFLPARM
                   TO  PAY-END-DT OF BIND-DATA OF S-EMPL
           MOVE OFF-CYCLE OF W-DFLPARM
                   TO  OFF-CYCLE OF BIND-DATA OF S-EMPL
           MOVE PAGE-NO OF W-DFLPARM
                   TO  PAGE-NO OF BIND-DATA OF S-EMPL
           MOVE PAGE-NO-THRU OF W-DFLPARM
                   TO  PAGE-NO-THRU OF BIND-DATA OF S-EMPL

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
               SET RETURN-CD-FAILURE OF W-DFLPARM  TO  TRUE
               GOBACK
           END-IF

           PERFORM BA100-FETCH-EMPLOYEE

           PERFORM BA000-PROCESS-EMPLOYEE
                   UNTIL FETCH-EMPL-END OF W-SW
                   OR  RETURN-CD-FAILURE OF W-DFLPARM

           GOBACK

           .
       MAIN-EXIT.


      /*****************************************************************
      *                                                                *
       AB000-SELECT-LIMITS SECTION.
       AB000.
      *  No limit row for the year comes back RETURN-CD-NO-LIMITS;     *
      *  the caller reports it and the calc goes on uncapped.          *
      ******************************************************************

           MOVE PAY-END-DT OF W-DFLPARM
                   TO  PAY-END-DT OF BIND-DATA OF S-LIMIT

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-LIMIT
                                   BIND-SETUP OF S-LIMIT
                                   BIND-DATA OF S-LIMIT
                                   SELECT-SETUP OF S-LIMIT
                                   SELECT-DATA OF S-LIMIT
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               SET RETURN-CD-FAILURE OF W-DFLPARM  TO  TRUE
               GO TO SELECT-LIMITS-EXIT
           END-IF

           INITIALIZE SELECT-DATA OF S-LIMIT

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET RETURN-CD-NO-LIMITS OF W-DFLPARM  TO  TRUE
               ELSE
                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET RETURN-CD-FAILURE OF W-DFLPARM  TO  TRUE
               END-IF
           END-IF

           .
       SELECT-LIMITS-EXIT.


      /*****************************************************************
      *                                                                *
       BA000-PROCESS-EMPLOYEE SECTION.
       BA000.
      *  Sets the employee's 402(g) and 415(c) room for the year and   *
      *  takes the calculated plan rows in source order against it.    *
      ******************************************************************

           MOVE LIMIT-402G OF S-LIMIT  TO  WK-402G-ROOM OF W-WK
           MOVE LIMIT-415C OF S-LIMIT  TO  WK-415C-ROOM OF W-WK

           IF AGE-AT-YEAR-END OF S-EMPL  NOT <  CATCHUP-AGE OF S-LIMIT

               ADD CATCHUP-LIMIT OF S-LIMIT  TO  WK-402G-ROOM OF W-WK
               ADD CATCHUP-LIMIT OF S-LIMIT  TO  WK-415C-ROOM OF W-WK
           END-IF

           SUBTRACT YTD-ELECTIVE OF S-EMPL  FROM  WK-402G-ROOM OF W-WK
           SUBTRACT YTD-ANNUAL-ADD OF S-EMPL
                   FROM  WK-415C-ROOM OF W-WK

           IF WK-402G-ROOM OF W-WK  <  ZERO

               MOVE ZERO  TO  WK-402G-ROOM OF W-WK
           END-IF

           IF WK-415C-ROOM OF W-WK  <  ZERO

               MOVE ZERO  TO  WK-415C-ROOM OF W-WK
           END-IF

           MOVE ZERO  TO  WK-ELECT-CUR OF W-WK
           MOVE ZERO  TO  WK-ELECT-TAKEN OF W-WK
           MOVE ZERO  TO  WK-NET-DELTA OF W-WK
           MOVE 'N'  TO  WK-EMPL-CAPPED-SW OF W-SW
           MOVE 'N'  TO  WK-EMPL-RECALC-SW OF W-SW
           MOVE SPACE  TO  FETCH-DEF-SW OF W-SW

           MOVE COMPANY OF W-DFLPARM
                   TO  COMPANY OF BIND-DATA OF S-DEFER
           MOVE PAYGROUP OF W-DFLPARM
                   TO  PAYGROUP OF BIND-DATA OF S-DEFER
           MOVE PAY-END-DT OF W-DFLPARM
                   TO  PAY-END-DT OF BIND-DATA OF S-DEFER
           MOVE OFF-CYCLE OF W-DFLPARM
                   TO  OFF-CYCLE OF BIND-DATA OF S-DEFER
           MOVE PAGE-NO OF SELECT-DATA OF S-EMPL
                   TO  PAGE-NO OF BIND-DATA OF S-DEFER
           MOVE LINE-NO OF SELECT-DATA OF S-EMPL
                   TO  LINE-NO OF BIND-DATA OF S-DEFER

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-DEFER
                                   SQL-STMT OF S-DEFER
                                   BIND-SETUP OF S-DEFER
                                   BIND-DATA OF S-DEFER
                                   SELECT-SETUP OF S-DEFER
                                   SELECT-DATA OF S-DEFER
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               SET RETURN-CD-FAILURE OF W-DFLPARM  TO  TRUE
               GO TO PROCESS-EMPLOYEE-EXIT
           END-IF

           PERFORM BB100-FETCH-DEFERRAL

           PERFORM BB000-APPLY-ONE-DEFERRAL
                   UNTIL FETCH-DEF-END OF W-SW
                   OR  RETURN-CD-FAILURE OF W-DFLPARM

           IF WK-NET-DELTA OF W-WK  NOT =  ZERO
                   AND NOT RETURN-CD-FAILURE OF W-DFLPARM

               PERFORM BB300-ADJUST-NET
           END-IF

           IF WK-EMPL-CAPPED-YES OF W-SW

               ADD 1  TO  EMPL-CAPPED-CNT OF W-DFLPARM
           END-IF

           IF WK-EMPL-RECALC-YES OF W-SW

               ADD 1  TO  RECALC-CNT OF W-DFLPARM
           END-IF

           PERFORM BA100-FETCH-EMPLOYEE

           .
       PROCESS-EMPLOYEE-EXIT.


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
                   SET RETURN-CD-FAILURE OF W-DFLPARM  TO  TRUE
               END-IF
           END-IF

           .
       FETCH-EMPLOYEE-EXIT.


      /*****************************************************************
      *                                                                *
       BB000-APPLY-ONE-DEFERRAL SECTION.
       BB000.
      *  An elective row is first held to the 402(g) room; a match     *
      *  row is scaled to the elective deferrals actually taken.       *
      *  Every row is then held to the 415(c) room.  The limit that    *
      *  last cut the row is named on the pay message.  From the       *
      *  employee's first pre-tax cut on, cuts are placed as paysheet  *
      *  overrides for the recalculation instead of cut in place.      *
      ******************************************************************

           MOVE DED-CUR-AMT OF S-DEFER  TO  WK-TARGET-AMT OF W-WK
           MOVE DED-CUR-AMT OF S-DEFER  TO  WK-TAKEN-AMT OF W-WK
           MOVE SPACE  TO  WK-CUT-LIMIT OF W-WK

           IF DEF-SOURCE-ELECTIVE OF S-DEFER

               ADD DED-CUR-AMT OF S-DEFER  TO  WK-ELECT-CUR OF W-WK

               IF WK-TAKEN-AMT OF W-WK  >  WK-402G-ROOM OF W-WK

                   MOVE WK-402G-ROOM OF W-WK  TO  WK-TAKEN-AMT OF W-WK
                   MOVE '402G'  TO  WK-CUT-LIMIT OF W-WK
               END-IF

               SUBTRACT WK-TAKEN-AMT OF W-WK
                       FROM  WK-402G-ROOM OF W-WK
           END-IF

           IF DEF-SOURCE-MATCH OF S-DEFER
                   AND  WK-ELECT-TAKEN OF W-WK  <  WK-ELECT-CUR OF W-WK

               COMPUTE WK-TAKEN-AMT OF W-WK ROUNDED
                       =  DED-CUR-AMT OF S-DEFER
                       *  WK-ELECT-TAKEN OF W-WK
                       /  WK-ELECT-CUR OF W-WK
               MOVE '402G'  TO  WK-CUT-LIMIT OF W-WK
           END-IF

           IF WK-TAKEN-AMT OF W-WK  >  WK-415C-ROOM OF W-WK

               MOVE WK-415C-ROOM OF W-WK  TO  WK-TAKEN-AMT OF W-WK
               MOVE '415C'  TO  WK-CUT-LIMIT OF W-WK
           END-IF

           SUBTRACT WK-TAKEN-AMT OF W-WK  FROM  WK-415C-ROOM OF W-WK

           IF DEF-SOURCE-ELECTIVE OF S-DEFER

               ADD WK-TAKEN-AMT OF W-WK  TO  WK-ELECT-TAKEN OF W-WK
           END-IF

           IF WK-TAKEN-AMT OF W-WK  <  WK-TARGET-AMT OF W-WK

      *        A pre-tax cut changes the check's taxable wages, so the
      *        employee is left for the recalc.  Pre-tax rows come
      *        first, so nothing of the employee's was cut in place.
               IF DEF-SOURCE-PRETAX OF S-DEFER

                   SET WK-EMPL-RECALC-YES OF W-SW  TO  TRUE
               END-IF

               SET WK-EMPL-CAPPED-YES OF W-SW  TO  TRUE
               ADD 1  TO  DEFERRAL-CUT-CNT OF W-DFLPARM

               IF WK-EMPL-RECALC-YES OF W-SW

                   PERFORM BB400-PLACE-OVERRIDE
                   MOVE 642  TO  WK-MESSAGE-NBR OF W-WK
                   MOVE 'E'  TO  WK-MSG-SEVERITY-CD OF W-WK
               ELSE
      *            Only an employee-source cut goes back into net; an
      *            employer row never came out of the check.
                   IF DEF-SOURCE-EMPLOYEE OF S-DEFER

                       COMPUTE WK-NET-DELTA OF W-WK
                               =  WK-NET-DELTA OF W-WK
                               +  WK-TARGET-AMT OF W-WK
                               -  WK-TAKEN-AMT OF W-WK
                   END-IF

                   PERFORM BB200-ADJUST-DEDUCTION
                   MOVE 641  TO  WK-MESSAGE-NBR OF W-WK
                   MOVE 'W'  TO  WK-MSG-SEVERITY-CD OF W-WK
               END-IF

               PERFORM CA000-WRITE-CUT-MESSAGE
           END-IF

           PERFORM BB100-FETCH-DEFERRAL

           .
       APPLY-ONE-DEFERRAL-EXIT.


      /*****************************************************************
      *                                                                *
       BB100-FETCH-DEFERRAL SECTION.
       BB100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-DEFER

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-DEFER
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-DEF-END OF W-SW  TO  TRUE
               ELSE
                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET RETURN-CD-FAILURE OF W-DFLPARM  TO  TRUE
               END-IF
           END-IF

           .
       FETCH-DEFERRAL-EXIT.


      /*****************************************************************
      *                                                                *
       BB200-ADJUST-DEDUCTION SECTION.
       BB200.
      *                                                                *
      ******************************************************************

           MOVE WK-TAKEN-AMT OF W-WK
                   TO  DED-CUR-AMT OF BIND-DATA OF U-DEDADJ
           MOVE COMPANY OF W-DFLPARM
                   TO  COMPANY OF BIND-DATA OF U-DEDADJ
           MOVE PAYGROUP OF W-DFLPARM
                   TO  PAYGROUP OF BIND-DATA OF U-DEDADJ
           MOVE PAY-END-DT OF W-DFLPARM
                   TO  PAY-END-DT OF BIND-DATA OF U-DEDADJ
           MOVE OFF-CYCLE OF W-DFLPARM
                   TO  OFF-CYCLE OF BIND-DATA OF U-DEDADJ
           MOVE PAGE-NO OF SELECT-DATA OF S-EMPL
                   TO  PAGE-NO OF BIND-DATA OF U-DEDADJ
           MOVE LINE-NO OF SELECT-DATA OF S-EMPL
                   TO  LINE-NO OF BIND-DATA OF U-DEDADJ
           MOVE DEDCD OF SELECT-DATA OF S-DEFER
                   TO  DEDCD OF BIND-DATA OF U-DEDADJ
           MOVE DEF-SOURCE OF SELECT-DATA OF S-DEFER
                   TO  DEF-SOURCE OF BIND-DATA OF U-DEDADJ

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF U-DEDADJ
                                   BIND-SETUP OF U-DEDADJ
                                   BIND-DATA OF U-DEDADJ
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               SET RETURN-CD-FAILURE OF W-DFLPARM  TO  TRUE
           END-IF

           .
       ADJUST-DEDUCTION-EXIT.


      /*****************************************************************
      *                                                                *
       BB300-ADJUST-NET SECTION.
       BB300.
      *  Applies the employee's accumulated Roth and after-tax cuts    *
      *  to the check's calculated net in the same commit scope.       *
      ******************************************************************

           MOVE WK-NET-DELTA OF W-WK
                   TO  NET-DELTA OF BIND-DATA OF U-NETADJ
           MOVE COMPANY OF W-DFLPARM
                   TO  COMPANY OF BIND-DATA OF U-NETADJ
           MOVE PAYGROUP OF W-DFLPARM
                   TO  PAYGROUP OF BIND-DATA OF U-NETADJ
           MOVE PAY-END-DT OF W-DFLPARM
                   TO  PAY-END-DT OF BIND-DATA OF U-NETADJ
           MOVE OFF-CYCLE OF W-DFLPARM
                   TO  OFF-CYCLE OF BIND-DATA OF U-NETADJ
           MOVE PAGE-NO OF SELECT-DATA OF S-EMPL
                   TO  PAGE-NO OF BIND-DATA OF U-NETADJ
           MOVE LINE-NO OF SELECT-DATA OF S-EMPL
                   TO  LINE-NO OF BIND-DATA OF U-NETADJ

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF U-NETADJ
                                   BIND-SETUP OF U-NETADJ
                                   BIND-DATA OF U-NETADJ
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               SET RETURN-CD-FAILURE OF W-DFLPARM  TO  TRUE
           END-IF

           .
       ADJUST-NET-EXIT.


      /*****************************************************************
      *                                                                *
       BB400-PLACE-OVERRIDE SECTION.
       BB400.
      *  Replaces the paysheet line's override for the deduction code  *
      *  and source with the amount taken.                             *
      ******************************************************************

           MOVE COMPANY OF W-DFLPARM
                   TO  COMPANY OF BIND-DATA OF D-DEDOVR
           MOVE PAYGROUP OF W-DFLPARM
                   TO  PAYGROUP OF BIND-DATA OF D-DEDOVR
           MOVE PAY-END-DT OF W-DFLPARM
                   TO  PAY-END-DT OF BIND-DATA OF D-DEDOVR
           MOVE OFF-CYCLE OF W-DFLPARM
                   TO  OFF-CYCLE OF BIND-DATA OF D-DEDOVR
           MOVE PAGE-NO OF SELECT-DATA OF S-EMPL
                   TO  PAGE-NO OF BIND-DATA OF D-DEDOVR
           MOVE LINE-NO OF SELECT-DATA OF S-EMPL
                   TO  LINE-NO OF BIND-DATA OF D-DEDOVR
           MOVE DEDCD OF SELECT-DATA OF S-DEFER
                   TO  DEDCD OF BIND-DATA OF D-DEDOVR
           MOVE DEF-SOURCE OF SELECT-DATA OF S-DEFER
                   TO  DEF-SOURCE OF BIND-DATA OF D-DEDOVR

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-DEDOVR
                                   BIND-SETUP OF D-DEDOVR
                                   BIND-DATA OF D-DEDOVR
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               SET RETURN-CD-FAILURE OF W-DFLPARM  TO  TRUE
               GO TO PLACE-OVERRIDE-EXIT
           END-IF

           MOVE WK-TAKEN-AMT OF W-WK
                   TO  DED-OVR-AMT OF BIND-DATA OF I-DEDOVR
           MOVE COMPANY OF W-DFLPARM
                   TO  COMPANY OF BIND-DATA OF I-DEDOVR
           MOVE PAYGROUP OF W-DFLPARM
                   TO  PAYGROUP OF BIND-DATA OF I-DEDOVR
           MOVE PAY-END-DT OF W-DFLPARM
                   TO  PAY-END-DT OF BIND-DATA OF I-DEDOVR
           MOVE OFF-CYCLE OF W-DFLPARM
                   TO  OFF-CYCLE OF BIND-DATA OF I-DEDOVR
           MOVE PAGE-NO OF SELECT-DATA OF S-EMPL
                   TO  PAGE-NO OF BIND-DATA OF I-DEDOVR
           MOVE LINE-NO OF SELECT-DATA OF S-EMPL
                   TO  LINE-NO OF BIND-DATA OF I-DEDOVR
           MOVE DEDCD OF SELECT-DATA OF S-DEFER
                   TO  DEDCD OF BIND-DATA OF I-DEDOVR
           MOVE DEF-SOURCE OF SELECT-DATA OF S-DEFER
                   TO  DEF-SOURCE OF BIND-DATA OF I-DEDOVR

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-DEDOVR
                                   BIND-SETUP OF I-DEDOVR
                                   BIND-DATA OF I-DEDOVR
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               SET RETURN-CD-FAILURE OF W-DFLPARM  TO  TRUE
           END-IF

           .
       PLACE-OVERRIDE-EXIT.


      /*****************************************************************
      *                                                                *
       CA000-WRITE-CUT-MESSAGE SECTION.
       CA000.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF W-DFLPARM
                   TO  COMPANY OF BIND-DATA OF I-MSG
           MOVE PAYGROUP OF W-DFLPARM
                   TO  PAYGROUP OF BIND-DATA OF I-MSG
           MOVE PAY-END-DT OF W-DFLPARM
                   TO  PAY-END-DT OF BIND-DATA OF I-MSG
           MOVE OFF-CYCLE OF W-DFLPARM
                   TO  OFF-CYCLE OF BIND-DATA OF I-MSG
           MOVE PAGE-NO OF SELECT-DATA OF S-EMPL
                   TO  PAGE-NO OF BIND-DATA OF I-MSG
           MOVE LINE-NO OF SELECT-DATA OF S-EMPL
                   TO  LINE-NO OF BIND-DATA OF I-MSG
           MOVE EMPLID OF SELECT-DATA OF S-EMPL
                   TO  EMPLID OF BIND-DATA OF I-MSG
           MOVE 3001  TO  MESSAGE-SET-NBR OF BIND-DATA OF I-MSG
           MOVE WK-MESSAGE-NBR OF W-WK
                   TO  MESSAGE-NBR OF BIND-DATA OF I-MSG
           MOVE WK-MSG-SEVERITY-CD OF W-WK
                   TO  MSG-SEVERITY-CD OF BIND-DATA OF I-MSG
           MOVE SPACE  TO  MSG-DATA OF BIND-DATA OF I-MSG
           MOVE DEDCD OF SELECT-DATA OF S-DEFER
                   TO  MSG-DEDCD OF BIND-DATA OF I-MSG
           MOVE WK-CUT-LIMIT OF W-WK
                   TO  MSG-LIMIT OF BIND-DATA OF I-MSG

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-MSG
                                   BIND-SETUP OF I-MSG
                                   BIND-DATA OF I-MSG
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               SET RETURN-CD-FAILURE OF W-DFLPARM  TO  TRUE
           END-IF

           .
       WRITE-CUT-MESSAGE-EXIT.
