       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCGTLIM.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *        CCCGTLIM - GROUP-TERM LIFE IMPUTED INCOME               *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- prices each covered employee's      *
      *       employer-paid group-term life coverage over $50,000 at   *
      *       the IRS Table I rate for the employee's age band every   *
      *       pay period, less after-tax employee contributions, and   *
      *       places it on the paysheet as non-cash imputed income     *
      *       before the calculation pass, replacing the December      *
      *       one-time earnings true-up.                               *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * CALLED BY PSPPYRUN WITH THE CCCGTWK PARAMETER BLOCK BEFORE     *
      * THE CALCULATION PASS OF AN ON-CYCLE CALENDAR.  ONE ROW COMES   *
      * BACK PER PAYSHEET EMPLOYEE WHOSE EMPLOYER-PAID GROUP-TERM      *
      * LIFE COVERAGE EFFECTIVE FOR THE PAY END DATE EXCEEDS $50,000,  *
      * CARRYING THE COVERAGE AMOUNT, THE EMPLOYEE'S AGE AT THE END    *
      * OF THE YEAR, THE PAY GROUP'S PERIODS PER YEAR, THE EMPLOYEE'S  *
      * AFTER-TAX COVERAGE CONTRIBUTION FOR THE PERIOD AND THE         *
      * IMPUTED INCOME EARNINGS CODE.  FOR EACH:                       *
      *                                                                *
      *   PERIOD COST = (COVERAGE - 50,000) / 1,000                    *
      *                 X TABLE I MONTHLY RATE X 12                    *
      *                 / PERIODS PER YEAR                             *
      *                 - AFTER-TAX CONTRIBUTION (NOT BELOW ZERO)      *
      *                                                                *
      * ANY IMPUTED INCOME LINE ALREADY ON THE PAYSHEET IS REPLACED,   *
      * SO A RECALCULATION PICKS UP A COVERAGE OR CONTRIBUTION         *
      * CHANGE WITHOUT DOUBLING.  THE EARNINGS CODE IS SET UP AS       *
      * NON-CASH, SO THE AMOUNT IS TAXED BUT NOT PAID.  A FAILED       *
      * DATABASE CALL IS REPORTED THROUGH RETURN-CD; THE CALLER OWNS   *
      * THE COMMIT.                                                    *
      *                                                                *
      ******************************************************************


       DATA DIVISION.


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCGTLIM'.


       01  W-WK.
           02  WK-EXCESS-UNITS         PIC S9(7)V99  COMP-3 VALUE ZERO.
           02  WK-PERIOD-AMT           PIC S9(7)V99  COMP-3 VALUE ZERO.
           02  WK-BAND-IDX             PIC 99      COMP  VALUE ZERO.

      *    IRS Table I: cost per $1,000 of coverage per month by the
      *    employee's age at the end of the year.  Each entry is the
      *    band's upper age and its rate; the last band is open-ended.
           02  WK-TABLE-I-TAB.
               03  FILLER              PIC X(6)    VALUE '024005'.
               03  FILLER              PIC X(6)    VALUE '029006'.
               03  FILLER              PIC X(6)    VALUE '034008'.
               03  FILLER              PIC X(6)    VALUE '039009'.
               03  FILLER              PIC X(6)    VALUE '044010'.
               03  FILLER              PIC X(6)    VALUE '049015'.
               03  FILLER              PIC X(6)    VALUE '054023'.
               03  FILLER              PIC X(6)    VALUE '059043'.
               03  FILLER              PIC X(6)    VALUE '064066'.
               03  FILLER              PIC X(6)    VALUE '069127'.
               03  FILLER              PIC X(6)    VALUE '999206'.
           02  WK-TABLE-I  REDEFINES WK-TABLE-I-TAB
                                       OCCURS 11.
               03  WK-BAND-MAX-AGE     PIC 999.
               03  WK-BAND-RATE        PIC 9V99.


       01  W-SW.
           02  FETCH-EMPL-SW           PIC X       VALUE SPACE.
               88  FETCH-EMPL-END                  VALUE 'E'.


      /*****************************************************************
      *  COVERED EMPLOYEES OF THE CALENDAR  BUFFER AND STMT            *
      *  One row per paysheet employee with employer-paid group-term   *
      *  life coverage over $50,000 effective for the pay end date     *
      *  (BUILD-ONE-EMPLID, when not blank, limits the rows to that    *
      *  employee).  Carries its own cursor; the paysheet updates run  *
      *  nested on the common one.                                     *
      ******************************************************************
       01  S-EMPL.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCGTLIM_S_EMPL'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  BUILD-ONE-EMPLID    PIC X(20).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(3)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  COVERAGE-AMT        PIC S9(9)V99            COMP-3.
               03  AGE-AT-YEAR-END     PIC 999                 COMP.
               03  PAY-PRDS-PER-YEAR   PIC 999                 COMP.
               03  AFTER-TAX-CONTRIB   PIC S9(7)V99            COMP-3.
               03  GTL-ERNCD           PIC X(3).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  IMPUTED INCOME LINE  SQL DELETE STMT                          *
      *  Clears the imputed income earnings already on the employee's  *
      *  paysheet line, so the line is replaced rather than doubled.   *
      ******************************************************************
       01  D-GTLERN.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCGTLIM_D_GTLERN'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(3)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  ERNCD               PIC X(3).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  IMPUTED INCOME LINE  SQL INSERT STMT                          *
      *  The period's imputed income as a one-time earnings amount on  *
      *  the employee's paysheet line under the non-cash earnings      *
      *  code.                                                         *
      ******************************************************************
       01  I-GTLERN.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCGTLIM_I_GTLERN'.

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


       LINKAGE SECTION.

      /*****************************************************************
      *            SQL COMMUNICATION                                   *
      ******************************************************************
       01  SQLRT.                      COPY PTCSQLRT.


           COPY CCCGTWK.


       PROCEDURE DIVISION  USING  SQLRT
                                  W-GTLPARM.


      /*****************************************************************
      *                                                                *
       AA000-MAIN SECTION.
       AA000.
      *                                                                *
      ******************************************************************

           SET RETURN-CD-SUCCESS OF W-GTLPARM  TO  TRUE
           MOVE ZERO  TO  EMPL-IMPUTED-CNT OF W-GTLPARM
           MOVE ZERO  TO  IMPUTED-AMT-TOT OF W-GTLPARM
           MOVE SPACE  TO  FETCH-EMPL-SW OF W-SW

           MOVE COMPANY OF W-GTLPARM
                   TO  COMPANY OF BIND-DATA OF S-EMPL
           MOVE PAYGROUP OF W-GTLPARM
                   TO  PAYGROUP OF BIND-DATA OF S-EMPL
           MOVE PAY-END-DT OF W-GTLPARM
                   TO  PAY-END-DT OF BIND-DATA OF S-EMPL
           MOVE BUILD-ONE-EMPLID OF W-GTLPARM
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
               SET RETURN-CD-FAILURE OF W-GTLPARM  TO  TRUE
               GOBACK
           END-IF

           PERFORM BA100-FETCH-EMPLOYEE

           PERFORM BA000-PROCESS-EMPLOYEE
                   UNTIL FETCH-EMPL-END OF W-SW
                   OR  RETURN-CD-FAILURE OF W-GTLPARM

           GOBACK

           .
       MAIN-EXIT.


      /*****************************************************************
      *                                                                *
       BA000-PROCESS-EMPLOYEE SECTION.
       BA000.
      *  Finds the employee's Table I band, prices the period's        *
      *  coverage cost and replaces the paysheet's imputed income      *
      *  line with it.                                                 *
      ******************************************************************

           MOVE 1  TO  WK-BAND-IDX OF W-WK

           PERFORM BA200-STEP-AGE-BAND
                   UNTIL AGE-AT-YEAR-END OF S-EMPL  NOT >
                           WK-BAND-MAX-AGE OF W-WK (WK-BAND-IDX OF W-WK)

           COMPUTE WK-EXCESS-UNITS OF W-WK
                   =  (COVERAGE-AMT OF S-EMPL  -  50000)  /  1000

           IF PAY-PRDS-PER-YEAR OF S-EMPL  =  ZERO

               MOVE ZERO  TO  WK-PERIOD-AMT OF W-WK
           ELSE
               COMPUTE WK-PERIOD-AMT OF W-WK ROUNDED
                       =  WK-EXCESS-UNITS OF W-WK
                       *  WK-BAND-RATE OF W-WK (WK-BAND-IDX OF W-WK)
                       *  12  /  PAY-PRDS-PER-YEAR OF S-EMPL
                       -  AFTER-TAX-CONTRIB OF S-EMPL
           END-IF

           IF WK-PERIOD-AMT OF W-WK  <  ZERO

               MOVE ZERO  TO  WK-PERIOD-AMT OF W-WK
           END-IF

           PERFORM BB000-CLEAR-IMPUTED-LINE

           IF WK-PERIOD-AMT OF W-WK  >  ZERO
                   AND NOT RETURN-CD-FAILURE OF W-GTLPARM

               PERFORM BB100-INSERT-IMPUTED-LINE
               ADD 1  TO  EMPL-IMPUTED-CNT OF W-GTLPARM
               ADD WK-PERIOD-AMT OF W-WK
                       TO  IMPUTED-AMT-TOT OF W-GTLPARM
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
                   SET RETURN-CD-FAILURE OF W-GTLPARM  TO  TRUE
               END-IF
           END-IF

           .
       FETCH-EMPLOYEE-EXIT.


      /*****************************************************************
      *                                                                *
       BA200-STEP-AGE-BAND SECTION.
       BA200.
      *                                                                *
      ******************************************************************

           ADD 1  TO  WK-BAND-IDX OF W-WK

           .
       STEP-AGE-BAND-EXIT.


      /*****************************************************************
      *                                                                *
       BB000-CLEAR-IMPUTED-LINE SECTION.
       BB000.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF W-GTLPARM
                   TO  COMPANY OF BIND-DATA OF D-GTLERN
           MOVE PAYGROUP OF W-GTLPARM
                   TO  PAYGROUP OF BIND-DATA OF D-GTLERN
           MOVE PAY-END-DT OF W-GTLPARM
                   TO  PAY-END-DT OF BIND-DATA OF D-GTLERN
           MOVE PAGE-NO OF SELECT-DATA OF S-EMPL
                   TO  PAGE-NO OF BIND-DATA OF D-GTLERN
           MOVE LINE-NO OF SELECT-DATA OF S-EMPL
                   TO  LINE-NO OF BIND-DATA OF D-GTLERN
           MOVE GTL-ERNCD OF S-EMPL
                   TO  ERNCD OF BIND-DATA OF D-GTLERN

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-GTLERN
                                   BIND-SETUP OF D-GTLERN
                                   BIND-DATA OF D-GTLERN
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               SET RETURN-CD-FAILURE OF W-GTLPARM  TO  TRUE
           END-IF

           .
       CLEAR-IMPUTED-LINE-EXIT.


      /*****************************************************************
      *                                                                *
       BB100-INSERT-IMPUTED-LINE SECTION.
       BB100.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF W-GTLPARM
                   TO  COMPANY OF BIND-DATA OF I-GTLERN
           MOVE PAYGROUP OF W-GTLPARM
                   TO  PAYGROUP OF BIND-DATA OF I-GTLERN
           MOVE PAY-END-DT OF W-GTLPARM
                   TO  PAY-END-DT OF BIND-DATA OF I-GTLERN
           MOVE PAGE-NO OF SELECT-DATA OF S-EMPL
                   TO  PAGE-NO OF BIND-DATA OF I-GTLERN
           MOVE LINE-NO OF SELECT-DATA OF S-EMPL
                   TO  LINE-NO OF BIND-DATA OF I-GTLERN
           MOVE GTL-ERNCD OF S-EMPL
                   TO  ERNCD OF BIND-DATA OF I-GTLERN
           MOVE WK-PERIOD-AMT OF W-WK
                   TO  ERN-AMT OF BIND-DATA OF I-GTLERN

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-GTLERN
                                   BIND-SETUP OF I-GTLERN
                                   BIND-DATA OF I-GTLERN
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               SET RETURN-CD-FAILURE OF W-GTLPARM  TO  TRUE
           END-IF

           .
       INSERT-IMPUTED-LINE-EXIT.
