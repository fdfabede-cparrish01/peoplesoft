       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCMSTWH.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *        CCCMSTWH - MULTI-STATE WITHHOLDING VALIDATION           *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- after the build and before the      *
      *       calc, compares each paid employee's work location        *
      *       state, home address state and state tax distribution     *
      *       against the maintained reciprocity, convenience-of-      *
      *       employer and no-income-tax state rules.  Employees       *
      *       withheld for the wrong state, missing the resident       *
      *       state's withholding or split to other than 100 percent   *
      *       get an error-severity pay message, worked in CCCERRWB.   *
      *    10/15/26 TJM Employee IDs on the withholding exception      *
      *       listing pass through CCCMSKDT, masked per the data       *
      *       classification table unless the operator holds the       *
      *       unmask grant.                                            *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * PRE-CALC VALIDATION FOR ONE COMPANY/PAY GROUP/PAY END DATE.    *
      * THE STATE RULES IN EFFECT ON THE PAY END DATE ARE LOADED       *
      * FIRST:                                                         *
      *                                                                *
      *   R  RECIPROCITY -- A RESIDENT OF STATE 2 WORKING IN STATE 1   *
      *      IS WITHHELD FOR STATE 2 ONLY (E.G. PA/NJ)                 *
      *   C  CONVENIENCE OF THE EMPLOYER -- A TELEWORKER ASSIGNED TO   *
      *      AN OFFICE IN STATE 1 IS TAXED BY STATE 1 WHEREVER THE     *
      *      WORK IS DONE (E.G. NEW YORK)                              *
      *   N  STATE 1 HAS NO WAGE INCOME TAX                            *
      *                                                                *
      * ONE ROW THEN COMES BACK PER EMPLOYEE WITH A PAID LINE ON THE   *
      * BUILT PAYSHEETS: THE FIRST PAGE/LINE, THE JOB LOCATION'S       *
      * STATE, THE HOME ADDRESS STATE AND THE TELEWORK SWITCH.  THE    *
      * WORK STATE IS THE LOCATION'S STATE, OR THE HOME STATE FOR A    *
      * TELEWORKER UNLESS THE LOCATION'S STATE HAS A CONVENIENCE       *
      * RULE.  THE STATE TO WITHHOLD FOR IS THE WORK STATE, OR THE     *
      * RESIDENT STATE WHERE A RECIPROCITY RULE COVERS THE PAIR; A     *
      * RESIDENT OF ANOTHER TAXING STATE ALSO NEEDS A RESIDENT ROW.    *
      * THE EMPLOYEE'S STATE TAX DISTRIBUTION ROWS ARE CHECKED:        *
      *                                                                *
      *   3002/704  WRONG STATE -- A ROW WITH A PERCENT FOR A STATE    *
      *             THAT IS NEITHER THE WITHHOLDING STATE NOR THE      *
      *             RESIDENT STATE, A RESIDENT FLAG ON A STATE OTHER   *
      *             THAN THE HOME STATE, OR NO ROW WITH A PERCENT FOR  *
      *             A TAXING WITHHOLDING STATE                         *
      *   3002/705  MISSING RESIDENT -- A TAXING HOME STATE THAT       *
      *             NEEDS RESIDENT WITHHOLDING HAS NO ROW, OR ITS ROW  *
      *             IS NOT FLAGGED RESIDENT                            *
      *   3002/706  SPLIT -- THE PERCENTS DO NOT ADD TO 100, OR A      *
      *             TAXING WITHHOLDING STATE CARRIES ONLY PART OF THE  *
      *             WAGES                                              *
      *                                                                *
      * EACH OF THESE PRINTS AND WRITES AN ERROR-SEVERITY PAY MESSAGE  *
      * ON THE EMPLOYEE'S PAGE/LINE, SO THE CCCMSGCK GATE HOLDS THE    *
      * CALENDAR UNTIL THE TAX SETUP IS CORRECTED AND THE ITEM IS      *
      * WORKED IN CCCERRWB.  AN EMPLOYEE WITH NO HOME OR LOCATION      *
      * STATE, OR WITH A ZERO-PERCENT ROW FOR AN UNRELATED STATE, IS   *
      * REPORTED AS A WARNING ONLY.  ANY ERROR MARKS THE RUN           *
      * UNSUCCESSFUL.                                                  *
      *                                                                *
      ******************************************************************


       DATA DIVISION.


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCMSTWH'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-MESSAGE-NBR          PIC 9(4)    COMP  VALUE ZERO.
           02  WK-WORK-STATE           PIC X(6)    VALUE SPACE.
           02  WK-RES-STATE            PIC X(6)    VALUE SPACE.
           02  WK-WH-STATE             PIC X(6)    VALUE SPACE.
           02  WK-MSG-STATE            PIC X(6)    VALUE SPACE.
           02  WK-MSG-EXPECT           PIC X(6)    VALUE SPACE.
           02  WK-MSG-TEXT             PIC X(16)   VALUE SPACE.
           02  WK-FIND-TYPE            PIC X       VALUE SPACE.
           02  WK-FIND-STATE-1         PIC X(6)    VALUE SPACE.
           02  WK-FIND-STATE-2         PIC X(6)    VALUE SPACE.
           02  WK-RULE-IDX             PIC 999     COMP  VALUE ZERO.
           02  WK-DST-IDX              PIC 99      COMP  VALUE ZERO.
           02  WK-TOTAL-PCT            PIC S9(5)V999 COMP-3 VALUE ZERO.
           02  WK-WH-PCT               PIC S9(3)V999 COMP-3 VALUE ZERO.
           02  WK-EMPL-CNT             PIC 9(7)    COMP  VALUE ZERO.
           02  WK-EMPL-ERR-CNT         PIC 9(7)    COMP  VALUE ZERO.
           02  WK-WRONG-CNT            PIC 9(7)    COMP  VALUE ZERO.
           02  WK-NORES-CNT            PIC 9(7)    COMP  VALUE ZERO.
           02  WK-SPLIT-CNT            PIC 9(7)    COMP  VALUE ZERO.
           02  WK-WARN-CNT             PIC 9(7)    COMP  VALUE ZERO.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


      *    State rules in effect on the pay end date.
       01  W-RULE-TAB.
           02  WK-RULE-CNT             PIC 999     COMP  VALUE ZERO.
           02  WK-RULE-ENTRY           OCCURS 300 TIMES.
               03  WK-RULE-TYPE        PIC X.
               03  WK-RULE-STATE-1     PIC X(6).
               03  WK-RULE-STATE-2     PIC X(6).


      *    The current employee's state tax distribution rows.
       01  W-DST-TAB.
           02  WK-DST-CNT              PIC 99      COMP  VALUE ZERO.
           02  WK-DST-ENTRY            OCCURS 20 TIMES.
               03  WK-DST-STATE        PIC X(6).
               03  WK-DST-PCT          PIC S9(3)V999 COMP-3.
               03  WK-DST-RESIDENT-SW  PIC X.
                   88  WK-DST-RESIDENT             VALUE 'Y'.


       01  W-DSP.
           02  CNT-OUT                 PIC Z,ZZZ,ZZ9.
           02  PCT-OUT                 PIC ZZZ9.999-.


       01  W-SW.
           02  FETCH-EMPL-SW           PIC X       VALUE SPACE.
               88  FETCH-EMPL-END                  VALUE 'E'.
           02  FETCH-RULE-SW           PIC X       VALUE SPACE.
               88  FETCH-RULE-END                  VALUE 'E'.
           02  FETCH-DIST-SW           PIC X       VALUE SPACE.
               88  FETCH-DIST-END                  VALUE 'E'.
           02  RULE-FOUND-SW           PIC X       VALUE SPACE.
               88  RULE-FOUND                      VALUE 'Y'.
           02  RECIPROCITY-SW          PIC X       VALUE SPACE.
               88  RECIPROCITY-YES                 VALUE 'Y'.
           02  WH-STATE-TAX-SW         PIC X       VALUE SPACE.
               88  WH-STATE-TAXES                  VALUE 'Y'.
           02  RES-STATE-TAX-SW        PIC X       VALUE SPACE.
               88  RES-STATE-TAXES                 VALUE 'Y'.
           02  RES-ROW-SW              PIC X       VALUE SPACE.
               88  RES-ROW-FOUND                   VALUE 'Y'.
               88  RES-ROW-NOT-FLAGGED             VALUE 'N'.
           02  EMPL-ERR-SW             PIC X       VALUE SPACE.
               88  EMPL-ERR-YES                    VALUE 'Y'.
           02  WRONG-STATE-SW          PIC X       VALUE SPACE.
               88  WRONG-STATE-YES                 VALUE 'Y'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            MULTI-STATE VALIDATION RUN CONTROL BUFFER AND STMT  *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCMSTWH_S_RUNCTL'.

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
                                                   'CCCMSTWH_D_RUNCTL'.

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
                                                   'CCCMSTWH_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.



      /*****************************************************************
      *  STATE RULES  BUFFER AND STMT                                  *
      *  Every reciprocity (R), convenience-of-employer (C) and        *
      *  no-income-tax (N) row of the maintained state rules table     *
      *  in effect on the pay end date.  State 2 is used by the        *
      *  reciprocity rows only.                                        *
      ******************************************************************
       01  S-RULE.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCMSTWH_S_RULE'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  PAY-END-DT          PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  RULE-TYPE           PIC X.
               03  STATE-1             PIC X(6).
               03  STATE-2             PIC X(6).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  PAID EMPLOYEES  BUFFER AND STMT                               *
      *  One row per employee with a line marked to be paid on the     *
      *  built paysheets of the calendar, on- or off-cycle, ordered    *
      *  by employee: the first page/line (where the message goes),    *
      *  the state of the job location, the home address state and     *
      *  the telework switch from the job.  Carries its own cursor;    *
      *  the distribution fetch and message insert run nested.         *
      ******************************************************************
       01  S-EMPL.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCMSTWH_S_EMPL'.

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
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  OFF-CYCLE           PIC X.
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  LOCATION-STATE      PIC X(6).
               03  HOME-STATE          PIC X(6).
               03  TELEWORK-SW         PIC X.
                   88  TELEWORK-YES                VALUE 'Y'.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  STATE TAX DISTRIBUTION  BUFFER AND STMT                       *
      *  The employee's state tax distribution rows in effect on the   *
      *  pay end date for the company: the state, its percent of the   *
      *  wages and whether the row is set up as the resident state.    *
      ******************************************************************
       01  S-DIST.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCMSTWH_S_DIST'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20).
               03  COMPANY             PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  STATE               PIC X(6).
               03  DISTRIB-PCT         PIC S9(3)V999           COMP-3.
               03  RESIDENT-SW         PIC X.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  PAY MESSAGE INSERT STMT                                       *
      *  Error severity, so the CCCMSGCK gate holds the calendar       *
      *  until the item is worked.  The message data carries the       *
      *  state found on the distribution and the state expected.       *
      ******************************************************************
       01  I-MSG.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCMSTWH_I_MSG'.

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
                   04  MSG-FOUND-STATE PIC X(6).
                   04  FILLER          PIC X.
                   04  MSG-WH-STATE    PIC X(6).
                   04  FILLER          PIC XX.
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
           DISPLAY 'Multi-State Withholding Validation started for '
                   'Company: ' COMPANY OF S-RUNCTL
           DISPLAY '                     Pay Group: '
                   PAYGROUP OF S-RUNCTL
           DISPLAY '                     Pay End Date: '
                   PAY-END-DT OF S-RUNCTL
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           PERFORM MA000-LOAD-RULES

           PERFORM MB000-VALIDATE-EMPLOYEES

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

                   DISPLAY 'Multi-State Validation Run Control Missing.'
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
       MA000-LOAD-RULES SECTION.
       MA000.
      *                                                                *
      ******************************************************************

           MOVE PAY-END-DT OF SELECT-DATA OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-RULE

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-RULE
                                   BIND-SETUP OF S-RULE
                                   BIND-DATA OF S-RULE
                                   SELECT-SETUP OF S-RULE
                                   SELECT-DATA OF S-RULE
           IF RTNCD-ERROR OF SQLRT

               MOVE 'LOAD-RULES(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MA100-FETCH-RULE

           PERFORM MA200-STORE-RULE
                   UNTIL FETCH-RULE-END OF W-SW

           MOVE WK-RULE-CNT OF W-RULE-TAB  TO  CNT-OUT OF W-DSP
           DISPLAY 'State rules in effect: ' CNT-OUT OF W-DSP

           .
       LOAD-RULES-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-FETCH-RULE SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-RULE

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-RULE-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-RULE'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-RULE-EXIT.


      /*****************************************************************
      *                                                                *
       MA200-STORE-RULE SECTION.
       MA200.
      *                                                                *
      ******************************************************************

           IF WK-RULE-CNT OF W-RULE-TAB  =  300

               DISPLAY 'More than 300 state rules in effect; '
                       'raise the table in CCCMSTWH.'
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               MOVE 'STORE-RULE'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           ADD 1  TO  WK-RULE-CNT OF W-RULE-TAB
           MOVE WK-RULE-CNT OF W-RULE-TAB  TO  WK-RULE-IDX OF W-WK

           MOVE RULE-TYPE OF S-RULE
                   TO  WK-RULE-TYPE OF W-RULE-TAB (WK-RULE-IDX OF W-WK)
           MOVE STATE-1 OF S-RULE
                   TO  WK-RULE-STATE-1 OF W-RULE-TAB
                                       (WK-RULE-IDX OF W-WK)
           MOVE STATE-2 OF S-RULE
                   TO  WK-RULE-STATE-2 OF W-RULE-TAB
                                       (WK-RULE-IDX OF W-WK)

           PERFORM MA100-FETCH-RULE

           .
       STORE-RULE-EXIT.


      /*****************************************************************
      *                                                                *
       MB000-VALIDATE-EMPLOYEES SECTION.
       MB000.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF SELECT-DATA OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-EMPL
           MOVE PAYGROUP OF SELECT-DATA OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-EMPL
           MOVE PAY-END-DT OF SELECT-DATA OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-EMPL

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-EMPL
                                   SQL-STMT OF S-EMPL
                                   BIND-SETUP OF S-EMPL
                                   BIND-DATA OF S-EMPL
                                   SELECT-SETUP OF S-EMPL
                                   SELECT-DATA OF S-EMPL
           IF RTNCD-ERROR OF SQLRT

               MOVE 'VALIDATE-EMPLOYEES(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MB100-FETCH-EMPL

           PERFORM MC000-CHECK-ONE-EMPLOYEE
                   UNTIL FETCH-EMPL-END OF W-SW

           IF WK-EMPL-ERR-CNT OF W-WK  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR-COMMON OF SQLRT
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'VALIDATE-EMPLOYEES(COMMIT)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           DISPLAY ' '
           MOVE WK-EMPL-CNT OF W-WK      TO  CNT-OUT OF W-DSP
           DISPLAY 'Employees checked:          ' CNT-OUT OF W-DSP
           MOVE WK-EMPL-ERR-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY 'Employees in error:         ' CNT-OUT OF W-DSP
           MOVE WK-WRONG-CNT OF W-WK     TO  CNT-OUT OF W-DSP
           DISPLAY '  Wrong state (3002/704):   ' CNT-OUT OF W-DSP
           MOVE WK-NORES-CNT OF W-WK     TO  CNT-OUT OF W-DSP
           DISPLAY '  No resident (3002/705):   ' CNT-OUT OF W-DSP
           MOVE WK-SPLIT-CNT OF W-WK     TO  CNT-OUT OF W-DSP
           DISPLAY '  Bad split (3002/706):     ' CNT-OUT OF W-DSP
           MOVE WK-WARN-CNT OF W-WK      TO  CNT-OUT OF W-DSP
           DISPLAY 'Warnings (no message):      ' CNT-OUT OF W-DSP

           IF WK-EMPL-ERR-CNT OF W-WK  NOT =  ZERO

               DISPLAY 'Correct the state tax setup and work each '
                       'message in CCCERRWB before the calc.'
           END-IF

           .
       VALIDATE-EMPLOYEES-EXIT.


      /*****************************************************************
      *                                                                *
       MB100-FETCH-EMPL SECTION.
       MB100.
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
                   MOVE 'FETCH-EMPL'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-EMPL-EXIT.


      /*****************************************************************
      *                                                                *
       MC000-CHECK-ONE-EMPLOYEE SECTION.
       MC000.
      *  Works out the work state, the state to withhold for and       *
      *  whether the home state needs a resident row, then checks the  *
      *  distribution rows against them.                               *
      ******************************************************************

           ADD 1  TO  WK-EMPL-CNT OF W-WK
           MOVE SPACE  TO  EMPL-ERR-SW OF W-SW
           MOVE SPACE  TO  WRONG-STATE-SW OF W-SW

           IF LOCATION-STATE OF S-EMPL  =  SPACE
                   OR  HOME-STATE OF S-EMPL  =  SPACE

               ADD 1  TO  WK-WARN-CNT OF W-WK
               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF SELECT-DATA OF S-EMPL
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY '  ' WK-EMPLID-OUT OF W-WK
                       '  WARNING no location or home state -- '
                       'not validated'
               GO TO MC000-NEXT-EMPL
           END-IF

           MOVE HOME-STATE OF S-EMPL      TO  WK-RES-STATE OF W-WK
           MOVE LOCATION-STATE OF S-EMPL  TO  WK-WORK-STATE OF W-WK

           IF TELEWORK-YES OF S-EMPL

               MOVE 'C'  TO  WK-FIND-TYPE OF W-WK
               MOVE LOCATION-STATE OF S-EMPL
                       TO  WK-FIND-STATE-1 OF W-WK
               MOVE SPACE  TO  WK-FIND-STATE-2 OF W-WK
               PERFORM MC100-FIND-RULE

               IF NOT RULE-FOUND OF W-SW

                   MOVE HOME-STATE OF S-EMPL  TO  WK-WORK-STATE OF W-WK
               END-IF
           END-IF

           MOVE SPACE  TO  RECIPROCITY-SW OF W-SW

           IF WK-WORK-STATE OF W-WK  NOT =  WK-RES-STATE OF W-WK

               MOVE 'R'  TO  WK-FIND-TYPE OF W-WK
               MOVE WK-WORK-STATE OF W-WK  TO  WK-FIND-STATE-1 OF W-WK
               MOVE WK-RES-STATE OF W-WK   TO  WK-FIND-STATE-2 OF W-WK
               PERFORM MC100-FIND-RULE

               IF RULE-FOUND OF W-SW

                   SET RECIPROCITY-YES OF W-SW  TO  TRUE
               END-IF
           END-IF

           IF RECIPROCITY-YES OF W-SW

               MOVE WK-RES-STATE OF W-WK   TO  WK-WH-STATE OF W-WK
           ELSE
               MOVE WK-WORK-STATE OF W-WK  TO  WK-WH-STATE OF W-WK
           END-IF

           MOVE 'N'    TO  WK-FIND-TYPE OF W-WK
           MOVE SPACE  TO  WK-FIND-STATE-2 OF W-WK

           MOVE WK-WH-STATE OF W-WK  TO  WK-FIND-STATE-1 OF W-WK
           PERFORM MC100-FIND-RULE
           MOVE SPACE  TO  WH-STATE-TAX-SW OF W-SW

           IF NOT RULE-FOUND OF W-SW

               SET WH-STATE-TAXES OF W-SW  TO  TRUE
           END-IF

           MOVE WK-RES-STATE OF W-WK  TO  WK-FIND-STATE-1 OF W-WK
           PERFORM MC100-FIND-RULE
           MOVE SPACE  TO  RES-STATE-TAX-SW OF W-SW

           IF NOT RULE-FOUND OF W-SW

               SET RES-STATE-TAXES OF W-SW  TO  TRUE
           END-IF

           PERFORM MD000-LOAD-DISTRIBUTION

           MOVE ZERO   TO  WK-TOTAL-PCT OF W-WK
           MOVE ZERO   TO  WK-WH-PCT OF W-WK
           MOVE SPACE  TO  RES-ROW-SW OF W-SW

           PERFORM ME000-CHECK-DIST-ROW
                   VARYING WK-DST-IDX OF W-WK  FROM  1  BY  1
                   UNTIL WK-DST-IDX OF W-WK  >  WK-DST-CNT OF W-DST-TAB

           IF WH-STATE-TAXES OF W-SW
                   AND  WK-WH-PCT OF W-WK  =  ZERO
                   AND  NOT WRONG-STATE-YES OF W-SW

               MOVE 704    TO  WK-MESSAGE-NBR OF W-WK
               MOVE 'NO WORK STATE'  TO  WK-MSG-TEXT OF W-WK
               MOVE SPACE  TO  WK-MSG-STATE OF W-WK
               MOVE WK-WH-STATE OF W-WK  TO  WK-MSG-EXPECT OF W-WK
               PERFORM MF000-WRITE-MESSAGE
           END-IF

           IF RES-STATE-TAXES OF W-SW
                   AND  NOT RES-ROW-FOUND OF W-SW

               IF WK-RES-STATE OF W-WK  NOT =  WK-WH-STATE OF W-WK
                       OR  RES-ROW-NOT-FLAGGED OF W-SW

                   MOVE 705    TO  WK-MESSAGE-NBR OF W-WK
                   MOVE 'NO RESIDENT ROW'  TO  WK-MSG-TEXT OF W-WK
                   MOVE SPACE  TO  WK-MSG-STATE OF W-WK

                   IF RES-ROW-NOT-FLAGGED OF W-SW

                       MOVE 'NOT FLAGGED RES'  TO  WK-MSG-TEXT OF W-WK
                       MOVE WK-RES-STATE OF W-WK
                               TO  WK-MSG-STATE OF W-WK
                   END-IF

                   MOVE WK-RES-STATE OF W-WK  TO  WK-MSG-EXPECT OF W-WK
                   PERFORM MF000-WRITE-MESSAGE
               END-IF
           END-IF

           IF (WK-DST-CNT OF W-DST-TAB  >  ZERO
                   AND  WK-TOTAL-PCT OF W-WK  NOT =  100)
                   OR  (WH-STATE-TAXES OF W-SW
                   AND  WK-WH-PCT OF W-WK  >  ZERO
                   AND  WK-WH-PCT OF W-WK  <  100)

               MOVE 706    TO  WK-MESSAGE-NBR OF W-WK
               MOVE 'SPLIT NOT 100'  TO  WK-MSG-TEXT OF W-WK
               MOVE SPACE  TO  WK-MSG-STATE OF W-WK
               MOVE WK-WH-STATE OF W-WK  TO  WK-MSG-EXPECT OF W-WK
               PERFORM MF000-WRITE-MESSAGE
               MOVE WK-TOTAL-PCT OF W-WK  TO  PCT-OUT OF W-DSP
               DISPLAY '      total percent ' PCT-OUT OF W-DSP
               MOVE WK-WH-PCT OF W-WK     TO  PCT-OUT OF W-DSP
               DISPLAY '      '  WK-WH-STATE OF W-WK
                       ' percent     ' PCT-OUT OF W-DSP
           END-IF

           IF EMPL-ERR-YES OF W-SW

               ADD 1  TO  WK-EMPL-ERR-CNT OF W-WK
           END-IF

           .
       MC000-NEXT-EMPL.

           PERFORM MB100-FETCH-EMPL

           .
       CHECK-ONE-EMPLOYEE-EXIT.


      /*****************************************************************
      *  Looks up the rule of type WK-FIND-TYPE for WK-FIND-STATE-1    *
      *  (and WK-FIND-STATE-2 for reciprocity) in the loaded table.    *
      ******************************************************************
       MC100-FIND-RULE SECTION.
       MC100.
      *                                                                *
      ******************************************************************

           MOVE SPACE  TO  RULE-FOUND-SW OF W-SW

           PERFORM MC200-MATCH-RULE
                   VARYING WK-RULE-IDX OF W-WK  FROM  1  BY  1
                   UNTIL WK-RULE-IDX OF W-WK
                               >  WK-RULE-CNT OF W-RULE-TAB
                   OR  RULE-FOUND OF W-SW

           .
       FIND-RULE-EXIT.


      /*****************************************************************
      *                                                                *
       MC200-MATCH-RULE SECTION.
       MC200.
      *                                                                *
      ******************************************************************

           IF WK-RULE-TYPE OF W-RULE-TAB (WK-RULE-IDX OF W-WK)
                   =  WK-FIND-TYPE OF W-WK
                   AND  WK-RULE-STATE-1 OF W-RULE-TAB
                                        (WK-RULE-IDX OF W-WK)
                   =  WK-FIND-STATE-1 OF W-WK
                   AND  WK-RULE-STATE-2 OF W-RULE-TAB
                                        (WK-RULE-IDX OF W-WK)
                   =  WK-FIND-STATE-2 OF W-WK

               SET RULE-FOUND OF W-SW  TO  TRUE
           END-IF

           .
       MATCH-RULE-EXIT.


      /*****************************************************************
      *                                                                *
       MD000-LOAD-DISTRIBUTION SECTION.
       MD000.
      *                                                                *
      ******************************************************************

           MOVE ZERO   TO  WK-DST-CNT OF W-DST-TAB
           MOVE SPACE  TO  FETCH-DIST-SW OF W-SW

           MOVE EMPLID OF SELECT-DATA OF S-EMPL
                   TO  EMPLID OF BIND-DATA OF S-DIST
           MOVE COMPANY OF SELECT-DATA OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-DIST
           MOVE PAY-END-DT OF SELECT-DATA OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-DIST

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-DIST
                                   SQL-STMT OF S-DIST
                                   BIND-SETUP OF S-DIST
                                   BIND-DATA OF S-DIST
                                   SELECT-SETUP OF S-DIST
                                   SELECT-DATA OF S-DIST
           IF RTNCD-ERROR OF SQLRT

               MOVE 'LOAD-DISTRIBUTION(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MD100-FETCH-DIST

           PERFORM MD200-STORE-DIST
                   UNTIL FETCH-DIST-END OF W-SW

           .
       LOAD-DISTRIBUTION-EXIT.


      /*****************************************************************
      *                                                                *
       MD100-FETCH-DIST SECTION.
       MD100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-DIST

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-DIST
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-DIST-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-DIST'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-DIST-EXIT.


      /*****************************************************************
      *                                                                *
       MD200-STORE-DIST SECTION.
       MD200.
      *                                                                *
      ******************************************************************

           IF WK-DST-CNT OF W-DST-TAB  =  20

               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF SELECT-DATA OF S-EMPL
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY 'More than 20 state distribution rows for '
                       'Employee: ' WK-EMPLID-OUT OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               MOVE 'STORE-DIST'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           ADD 1  TO  WK-DST-CNT OF W-DST-TAB
           MOVE WK-DST-CNT OF W-DST-TAB  TO  WK-DST-IDX OF W-WK

           MOVE STATE OF S-DIST
                   TO  WK-DST-STATE OF W-DST-TAB (WK-DST-IDX OF W-WK)
           MOVE DISTRIB-PCT OF S-DIST
                   TO  WK-DST-PCT OF W-DST-TAB (WK-DST-IDX OF W-WK)
           MOVE RESIDENT-SW OF S-DIST
                   TO  WK-DST-RESIDENT-SW OF W-DST-TAB
                                          (WK-DST-IDX OF W-WK)

           PERFORM MD100-FETCH-DIST

           .
       STORE-DIST-EXIT.


      /*****************************************************************
      *                                                                *
       ME000-CHECK-DIST-ROW SECTION.
       ME000.
      *                                                                *
      ******************************************************************

           ADD WK-DST-PCT OF W-DST-TAB (WK-DST-IDX OF W-WK)
                   TO  WK-TOTAL-PCT OF W-WK

           IF WK-DST-STATE OF W-DST-TAB (WK-DST-IDX OF W-WK)
                   =  WK-WH-STATE OF W-WK

               ADD WK-DST-PCT OF W-DST-TAB (WK-DST-IDX OF W-WK)
                       TO  WK-WH-PCT OF W-WK
           END-IF

           IF WK-DST-STATE OF W-DST-TAB (WK-DST-IDX OF W-WK)
                   =  WK-RES-STATE OF W-WK

               IF WK-DST-RESIDENT OF W-DST-TAB (WK-DST-IDX OF W-WK)

                   SET RES-ROW-FOUND OF W-SW  TO  TRUE
               ELSE
                   IF NOT RES-ROW-FOUND OF W-SW

                       SET RES-ROW-NOT-FLAGGED OF W-SW  TO  TRUE
                   END-IF
               END-IF
           END-IF

           MOVE WK-DST-STATE OF W-DST-TAB (WK-DST-IDX OF W-WK)
                   TO  WK-MSG-STATE OF W-WK

           IF WK-DST-RESIDENT OF W-DST-TAB (WK-DST-IDX OF W-WK)
                   AND  WK-MSG-STATE OF W-WK
                               NOT =  WK-RES-STATE OF W-WK

               MOVE 704    TO  WK-MESSAGE-NBR OF W-WK
               MOVE 'RESIDENT STATE'  TO  WK-MSG-TEXT OF W-WK
               MOVE WK-RES-STATE OF W-WK  TO  WK-MSG-EXPECT OF W-WK
               SET WRONG-STATE-YES OF W-SW  TO  TRUE
               PERFORM MF000-WRITE-MESSAGE
               GO TO CHECK-DIST-ROW-EXIT
           END-IF

           IF WK-MSG-STATE OF W-WK  =  WK-WH-STATE OF W-WK
                   OR  WK-MSG-STATE OF W-WK  =  WK-RES-STATE OF W-WK

               GO TO CHECK-DIST-ROW-EXIT
           END-IF

           IF WK-DST-PCT OF W-DST-TAB (WK-DST-IDX OF W-WK)  NOT =  ZERO

               MOVE 704    TO  WK-MESSAGE-NBR OF W-WK
               MOVE 'WRONG STATE'  TO  WK-MSG-TEXT OF W-WK
               MOVE WK-WH-STATE OF W-WK  TO  WK-MSG-EXPECT OF W-WK
               SET WRONG-STATE-YES OF W-SW  TO  TRUE
               PERFORM MF000-WRITE-MESSAGE
           ELSE
               ADD 1  TO  WK-WARN-CNT OF W-WK
               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF SELECT-DATA OF S-EMPL
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY '  ' WK-EMPLID-OUT OF W-WK
                       '  WARNING zero-percent row for '
                       WK-MSG-STATE OF W-WK
           END-IF

           .
       CHECK-DIST-ROW-EXIT.


      /*****************************************************************
      *  Prints the finding and writes the pay message under the       *
      *  number in WK-MESSAGE-NBR, with the found and expected states  *
      *  in WK-MSG-STATE and WK-MSG-EXPECT.                            *
      ******************************************************************
       MF000-WRITE-MESSAGE SECTION.
       MF000.
      *                                                                *
      ******************************************************************

           SET EMPL-ERR-YES OF W-SW  TO  TRUE

           EVALUATE WK-MESSAGE-NBR OF W-WK
               WHEN 704
                   ADD 1  TO  WK-WRONG-CNT OF W-WK
               WHEN 705
                   ADD 1  TO  WK-NORES-CNT OF W-WK
               WHEN 706
                   ADD 1  TO  WK-SPLIT-CNT OF W-WK
           END-EVALUATE

           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF SELECT-DATA OF S-EMPL
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           DISPLAY '  ' WK-EMPLID-OUT OF W-WK
                   '  ' WK-MSG-TEXT OF W-WK
                   ' found ' WK-MSG-STATE OF W-WK
                   ' expected ' WK-MSG-EXPECT OF W-WK
                   '  (work ' WK-WORK-STATE OF W-WK
                   ' home ' WK-RES-STATE OF W-WK ')'

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF I-MSG
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF I-MSG
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF I-MSG
           MOVE OFF-CYCLE OF SELECT-DATA OF S-EMPL
                   TO  OFF-CYCLE OF BIND-DATA OF I-MSG
           MOVE PAGE-NO OF SELECT-DATA OF S-EMPL
                   TO  PAGE-NO OF BIND-DATA OF I-MSG
           MOVE LINE-NO OF SELECT-DATA OF S-EMPL
                   TO  LINE-NO OF BIND-DATA OF I-MSG
           MOVE EMPLID OF SELECT-DATA OF S-EMPL
                   TO  EMPLID OF BIND-DATA OF I-MSG
           MOVE 3002  TO  MESSAGE-SET-NBR OF BIND-DATA OF I-MSG
           MOVE WK-MESSAGE-NBR OF W-WK
                   TO  MESSAGE-NBR OF BIND-DATA OF I-MSG
           MOVE 'E'   TO  MSG-SEVERITY-CD OF BIND-DATA OF I-MSG
           MOVE SPACE  TO  MSG-DATA OF BIND-DATA OF I-MSG
           MOVE WK-MSG-STATE OF W-WK
                   TO  MSG-FOUND-STATE OF BIND-DATA OF I-MSG
           MOVE WK-MSG-EXPECT OF W-WK
                   TO  MSG-WH-STATE OF BIND-DATA OF I-MSG

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-MSG
                                   BIND-SETUP OF I-MSG
                                   BIND-DATA OF I-MSG
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-MESSAGE(INSERT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       WRITE-MESSAGE-EXIT.


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
           MOVE 'CCCMSTWH'  TO  REPORT-ID OF W-MASKPARM
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
           DISPLAY 'Multi-State Validation ended at '
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

           IF WK-EMPL-ERR-CNT OF W-WK  >  ZERO

               SET RUN-STATUS-UNSUCCESSFUL OF USTAT  TO  TRUE
               SET CONTINUE-JOB-NO OF USTAT          TO  TRUE
               DISPLAY 'ON-CALL ALERT -- state withholding errors '
                       'hold the calc for Company: ' COMPANY OF S-RUNCTL
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
           DISPLAY 'Multi-State Validation did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
