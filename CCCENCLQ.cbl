       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCENCLQ.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *      CCCENCLQ - SALARY ENCUMBRANCE LIQUIDATION AT CONFIRM      *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- liquidates the salary and employer  *
      *       cost encumbrances CCCENCMB projects by fund and          *
      *       department as each public sector calendar confirms,      *
      *       through the same DEPTID and distribution rule explosion  *
      *       CCCGLINT journals by, so budget availability is current  *
      *       the moment the payroll confirms instead of days later    *
      *       from the GL file.                                        *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * CALLED WITH THE CCCENWK PARAMETER BLOCK AFTER THE              *
      * CONFIRMATION PASS.  THE CALENDAR'S CONFIRMED EARNINGS (COST    *
      * TYPE S) AND EMPLOYER AMOUNTS (COST TYPE E) ARE EXPLODED ACROSS *
      * EACH RULED EMPLOYEE'S DISTRIBUTION RULE SPLITS BY PERCENT, AS  *
      * OF THE PAY END DATE, FALLING BACK TO THE HOME DEPTID WHEN NO   *
      * RULE APPLIES -- THE SAME EXPLOSION AS CCCGLINT'S ERNDST AND    *
      * EMRDST STATEMENTS -- WITH THE FUND FROM THE SPLIT (OR THE      *
      * DEPARTMENT'S DEFAULT FUND).  ONE LIQUIDATION ROW IS WRITTEN    *
      * PER EMPLOYEE, FUND, DEPARTMENT AND COST TYPE FOR THE CONFIRMED *
      * AMOUNT; CCCENCMB NETS THEM AGAINST THE OPEN ENCUMBRANCE.  A    *
      * CALENDAR CONFIRMED AGAIN REPLACES ITS OWN ROWS.  A FAILED      *
      * DATABASE CALL IS REPORTED THROUGH RETURN-CD; THE CALLER OWNS   *
      * THE COMMIT.                                                    *
      *                                                                *
      ******************************************************************


       DATA DIVISION.


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCENCLQ'.


       01  W-SW.
           02  FETCH-CONF-SW           PIC X       VALUE SPACE.
               88  FETCH-CONF-END                  VALUE 'E'.


      /*****************************************************************
      *  CONFIRMED COST BY FUND AND DEPARTMENT  BUFFER AND STMT        *
      *  One row per confirmed employee of the calendar (page range    *
      *  when off-cycle), fund, department and cost type, exploded     *
      *  through the distribution rules as described above.            *
      ******************************************************************
       01  S-CONF.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCENCLQ_S_CONF'.

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
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  FUND-CD             PIC X(10).
               03  DEPTID              PIC X(10).
               03  COST-TYPE           PIC X.
                   88  COST-TYPE-SALARY            VALUE 'S'.
                   88  COST-TYPE-EMPLOYER          VALUE 'E'.
               03  CONF-AMT            PIC S9(9)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  ENCUMBRANCE LIQUIDATION  SQL DELETE STMT                      *
      *  Clears a liquidation the calendar wrote before, so confirming *
      *  the calendar again replaces it.                               *
      ******************************************************************
       01  D-LIQ.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCENCLQ_D_LIQ'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  OFF-CYCLE           PIC X.
               03  EMPLID              PIC X(20).
               03  FUND-CD             PIC X(10).
               03  DEPTID              PIC X(10).
               03  COST-TYPE           PIC X.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  ENCUMBRANCE LIQUIDATION  SQL INSERT STMT                      *
      ******************************************************************
       01  I-LIQ.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCENCLQ_I_LIQ'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  OFF-CYCLE           PIC X.
               03  EMPLID              PIC X(20).
               03  FUND-CD             PIC X(10).
               03  DEPTID              PIC X(10).
               03  COST-TYPE           PIC X.
               03  LIQ-AMT             PIC S9(9)V99            COMP-3.
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
               03  FILLER              PIC X       VALUE 'Z'.


       LINKAGE SECTION.

      /*****************************************************************
      *            SQL COMMUNICATION                                   *
      ******************************************************************
       01  SQLRT.                      COPY PTCSQLRT.


           COPY CCCENWK.


       PROCEDURE DIVISION  USING  SQLRT
                                  W-ENCPARM.


      /*****************************************************************
      *                                                                *
       AA000-MAIN SECTION.
       AA000.
      *                                                                *
      ******************************************************************

           SET RETURN-CD-SUCCESS OF W-ENCPARM  TO  TRUE
           MOVE ZERO  TO  LIQ-ROW-CNT OF W-ENCPARM
           MOVE ZERO  TO  LIQ-AMT-TOT OF W-ENCPARM

           PERFORM BA000-LIQUIDATE-CONFIRMED

           GOBACK

           .
       MAIN-EXIT.


      /*****************************************************************
      *                                                                *
       BA000-LIQUIDATE-CONFIRMED SECTION.
       BA000.
      *                                                                *
      ******************************************************************

           MOVE SPACE  TO  FETCH-CONF-SW OF W-SW

           MOVE COMPANY OF W-ENCPARM
                   TO  COMPANY OF BIND-DATA OF S-CONF
           MOVE PAYGROUP OF W-ENCPARM
                   TO  PAYGROUP OF BIND-DATA OF S-CONF
           MOVE PAY-END-DT OF W-ENCPARM
                   TO  PAY-END-DT OF BIND-DATA OF S-CONF
           MOVE OFF-CYCLE OF W-ENCPARM
                   TO  OFF-CYCLE OF BIND-DATA OF S-CONF
           MOVE PAGE-NO OF W-ENCPARM
                   TO  PAGE-NO OF BIND-DATA OF S-CONF
           MOVE PAGE-NO-THRU OF W-ENCPARM
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
               SET RETURN-CD-FAILURE OF W-ENCPARM  TO  TRUE
               GO TO LIQUIDATE-CONFIRMED-EXIT
           END-IF

           PERFORM BA100-FETCH-CONFIRMED

           PERFORM BB000-WRITE-LIQUIDATION
                   UNTIL FETCH-CONF-END OF W-SW
                   OR  RETURN-CD-FAILURE OF W-ENCPARM

           .
       LIQUIDATE-CONFIRMED-EXIT.


      /*****************************************************************
      *                                                                *
       BA100-FETCH-CONFIRMED SECTION.
       BA100.
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
                   SET RETURN-CD-FAILURE OF W-ENCPARM  TO  TRUE
               END-IF
           END-IF

           .
       FETCH-CONFIRMED-EXIT.


      /*****************************************************************
      *                                                                *
       BB000-WRITE-LIQUIDATION SECTION.
       BB000.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF W-ENCPARM
                   TO  COMPANY OF BIND-DATA OF D-LIQ
           MOVE PAYGROUP OF W-ENCPARM
                   TO  PAYGROUP OF BIND-DATA OF D-LIQ
           MOVE PAY-END-DT OF W-ENCPARM
                   TO  PAY-END-DT OF BIND-DATA OF D-LIQ
           MOVE OFF-CYCLE OF W-ENCPARM
                   TO  OFF-CYCLE OF BIND-DATA OF D-LIQ
           MOVE EMPLID OF S-CONF
                   TO  EMPLID OF BIND-DATA OF D-LIQ
           MOVE FUND-CD OF S-CONF
                   TO  FUND-CD OF BIND-DATA OF D-LIQ
           MOVE DEPTID OF S-CONF
                   TO  DEPTID OF BIND-DATA OF D-LIQ
           MOVE COST-TYPE OF S-CONF
                   TO  COST-TYPE OF BIND-DATA OF D-LIQ

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-LIQ
                                   BIND-SETUP OF D-LIQ
                                   BIND-DATA OF D-LIQ
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               SET RETURN-CD-FAILURE OF W-ENCPARM  TO  TRUE
               GO TO WRITE-LIQUIDATION-EXIT
           END-IF

           MOVE COMPANY OF W-ENCPARM
                   TO  COMPANY OF BIND-DATA OF I-LIQ
           MOVE PAYGROUP OF W-ENCPARM
                   TO  PAYGROUP OF BIND-DATA OF I-LIQ
           MOVE PAY-END-DT OF W-ENCPARM
                   TO  PAY-END-DT OF BIND-DATA OF I-LIQ
           MOVE OFF-CYCLE OF W-ENCPARM
                   TO  OFF-CYCLE OF BIND-DATA OF I-LIQ
           MOVE EMPLID OF S-CONF
                   TO  EMPLID OF BIND-DATA OF I-LIQ
           MOVE FUND-CD OF S-CONF
                   TO  FUND-CD OF BIND-DATA OF I-LIQ
           MOVE DEPTID OF S-CONF
                   TO  DEPTID OF BIND-DATA OF I-LIQ
           MOVE COST-TYPE OF S-CONF
                   TO  COST-TYPE OF BIND-DATA OF I-LIQ
           MOVE CONF-AMT OF S-CONF
                   TO  LIQ-AMT OF BIND-DATA OF I-LIQ
           MOVE PROCESS-INSTANCE OF W-ENCPARM
                   TO  PROCESS-INSTANCE OF BIND-DATA OF I-LIQ

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-LIQ
                                   BIND-SETUP OF I-LIQ
                                   BIND-DATA OF I-LIQ
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               SET RETURN-CD-FAILURE OF W-ENCPARM  TO  TRUE
               GO TO WRITE-LIQUIDATION-EXIT
           END-IF

           ADD 1  TO  LIQ-ROW-CNT OF W-ENCPARM
           ADD CONF-AMT OF S-CONF  TO  LIQ-AMT-TOT OF W-ENCPARM

           PERFORM BA100-FETCH-CONFIRMED

           .
       WRITE-LIQUIDATION-EXIT.
