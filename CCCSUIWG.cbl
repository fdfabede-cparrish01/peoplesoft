       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCSUIWG.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *      CCCSUIWG - QUARTERLY STATE UNEMPLOYMENT WAGE DETAIL FILE  *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- sums each employee's confirmed      *
      *       SUI gross, taxable and excess wages per state for the    *
      *       quarter, applies the state's SUI taxable wage base       *
      *       year to date, writes one ICESA-style wage detail         *
      *       submission per state with the employer totals, and       *
      *       registers each state's submission through CCCIFREG so    *
      *       CCCIFACK tracks its transmission and acknowledgment.     *
      *    10/15/26 TJM Employee IDs on the wage base variance listing *
      *       pass through CCCMSKDT, masked per the data               *
      *       classification table unless the operator holds the       *
      *       unmask grant.                                            *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * QUARTERLY SUI WAGE DETAIL FOR ONE COMPANY AND QUARTER, FOR     *
      * EVERY STATE FILED IN OR FOR THE ONE STATE NAMED ON THE RUN     *
      * CONTROL.  THE CONFIRMED CHECK DETAIL FOR EVERY PAY END DATE    *
      * OF THE QUARTER (THE SAME DETAIL CCCQTXRC RECONCILES) IS        *
      * SUMMED PER STATE AND EMPLOYEE INTO THE QUARTER'S SUI GROSS,    *
      * TAXABLE AND EXCESS WAGES, TOGETHER WITH THE EMPLOYEE'S SUI     *
      * GROSS FOR THE EARLIER QUARTERS OF THE YEAR.  THE STATE'S       *
      * TAXABLE WAGE BASE FOR THE YEAR IS APPLIED TO THAT YEAR-TO-     *
      * DATE FIGURE TO SPLIT THE QUARTER'S GROSS INTO TAXABLE AND      *
      * EXCESS WAGES, WHICH ARE THE AMOUNTS FILED.  AN EMPLOYEE WHOSE  *
      * CONFIRMED TAXABLE WAGES DISAGREE WITH THE WAGE BASE SPLIT IS   *
      * REPORTED AS AN EXCEPTION AND MARKS THE RUN UNSUCCESSFUL SO     *
      * THE FILE IS NOT TRANSMITTED UNTIL THE DIFFERENCE IS RESOLVED.  *
      *                                                                *
      * EACH STATE'S SUBMISSION IS COMPLETE IN ITSELF (A TRANSMITTER,  *
      * E EMPLOYER, S EMPLOYEE WAGE, T EMPLOYER TOTAL AND F FINAL      *
      * RECORDS), STACKED ONE STATE AFTER ANOTHER ON THE SUIWAGE FILE  *
      * AND REGISTERED SEPARATELY AS SUIWG PLUS THE STATE CODE.        *
      *                                                                *
      ******************************************************************

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    State wage detail file; fixed 275-byte ICESA records,
      *    plain sequential organization.
           SELECT SUI-WAGE-FILE       ASSIGN TO  'SUIWAGE'
                                       ORGANIZATION IS  SEQUENTIAL
                                       FILE STATUS IS  WK-FILE-STATUS.


       DATA DIVISION.


       FILE SECTION.

       FD  SUI-WAGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 275 CHARACTERS.

       01  SUI-WAGE-REC                PIC X(275).


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCSUIWG'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-FILE-STATUS          PIC XX.
               88  WK-FILE-STATUS-OK               VALUE '00'.
           02  WK-CALENDAR-YR          PIC X(4).
           02  WK-RPT-PERIOD           PIC X(6).
           02  WK-CUR-STATE            PIC X(6)    VALUE SPACE.
           02  WK-STATE-CNT            PIC 9(5)    COMP  VALUE ZERO.
           02  WK-EMPL-CNT             PIC 9(7)    COMP  VALUE ZERO.
           02  WK-ST-EMPL-CNT          PIC 9(7)    COMP  VALUE ZERO.
           02  WK-EXCEPTION-CNT        PIC 9(7)    COMP  VALUE ZERO.
           02  WK-BASE-REMAIN          PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-SUI-TAXABLE          PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-SUI-EXCESS           PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-VARIANCE             PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-ST-GROSS             PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-ST-TAXABLE           PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-ST-EXCESS            PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-TOT-GROSS            PIC S9(13)V99 COMP-3 VALUE ZERO.
           02  WK-TOT-TAXABLE          PIC S9(13)V99 COMP-3 VALUE ZERO.
           02  WK-TOT-EXCESS           PIC S9(13)V99 COMP-3 VALUE ZERO.
           02  WK-AMT-CENTS            PIC 9(14)         VALUE ZERO.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
           02  EMPL-CNT                PIC ZZZ,ZZ9.
           02  EXC-CNT                 PIC ZZZ,ZZ9.
           02  STATE-CNT               PIC ZZ,ZZ9.
           02  AMT-OUT                 PIC ZZZ,ZZZ,ZZ9.99-.
           02  TOT-OUT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.


       01  W-SW.
           02  FETCH-WAGE-SW           PIC X       VALUE SPACE.
               88  FETCH-WAGE-END                  VALUE 'E'.
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
      * CCC Interface File Register                                    *
      ******************************************************************

           COPY CCCIFWK.


      /*****************************************************************
      *            ICESA WAGE DETAIL RECORD IMAGES                     *
      *  Fixed 275-byte records: A transmitter, E employer, S          *
      *  employee wage, T employer total, F final.  Amounts are        *
      *  unsigned cents, right-justified zero-filled.  The reporting   *
      *  period is the quarter's ending month and year (MMYYYY).       *
      ******************************************************************
       01  W-A-REC.
           02  FILLER                  PIC X       VALUE 'A'.
           02  A-TAX-YEAR              PIC X(4).
           02  A-EIN                   PIC X(9).
           02  FILLER                  PIC X(4)    VALUE 'UTAX'.
           02  FILLER                  PIC X(5)    VALUE SPACE.
           02  A-TRANSMITTER-NAME      PIC X(50).
           02  A-CONTACT-NAME          PIC X(30).
           02  FILLER                  PIC X(172)  VALUE SPACE.

       01  W-E-REC.
           02  FILLER                  PIC X       VALUE 'E'.
           02  E-TAX-YEAR              PIC X(4).
           02  E-EIN                   PIC X(9).
           02  FILLER                  PIC X(9)    VALUE SPACE.
           02  E-EMPLOYER-NAME         PIC X(50).
           02  E-STATE-CD              PIC X(2).
           02  E-SUI-ACCT-NBR          PIC X(15).
           02  E-RPT-PERIOD            PIC X(6).
           02  FILLER                  PIC X(179)  VALUE SPACE.

       01  W-S-REC.
           02  FILLER                  PIC X       VALUE 'S'.
           02  S-SSN                   PIC X(9).
           02  S-LAST-NAME             PIC X(20).
           02  S-FIRST-NAME            PIC X(12).
           02  S-MIDDLE-INIT           PIC X.
           02  S-STATE-CD              PIC X(2).
           02  S-QTR-GROSS             PIC 9(14).
           02  S-QTR-EXCESS            PIC 9(14).
           02  S-QTR-TAXABLE           PIC 9(14).
           02  S-SUI-ACCT-NBR          PIC X(15).
           02  S-RPT-PERIOD            PIC X(6).
           02  S-EMPLID                PIC X(20).
           02  FILLER                  PIC X(147)  VALUE SPACE.

       01  W-T-REC.
           02  FILLER                  PIC X       VALUE 'T'.
           02  T-EMPL-CNT              PIC 9(7).
           02  T-QTR-GROSS             PIC 9(14).
           02  T-QTR-EXCESS            PIC 9(14).
           02  T-QTR-TAXABLE           PIC 9(14).
           02  T-SUI-ACCT-NBR          PIC X(15).
           02  FILLER                  PIC X(210)  VALUE SPACE.

       01  W-F-REC.
           02  FILLER                  PIC X       VALUE 'F'.
           02  F-EMPL-CNT              PIC 9(10).
           02  F-EMPLOYER-CNT          PIC 9(10).
           02  FILLER                  PIC X(254)  VALUE SPACE.


      /*****************************************************************
      *            SUI WAGE DETAIL RUN CONTROL BUFFER AND STMT         *
      *  STATE is optional; blank builds every state filed in.         *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCSUIWG_S_RUNCTL'.

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
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  QTR-BEGIN-DT        PIC X(10).
               03  QTR-END-DT          PIC X(10).
               03  STATE               PIC X(6).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCSUIWG_D_RUNCTL'.

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
                                                   'CCCSUIWG_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  COMPANY EMPLOYER REPORTING SETUP  BUFFER AND STMT             *
      ******************************************************************
       01  S-ERSETUP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCSUIWG_S_ERSTUP'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(9)    VALUE ALL 'C'.
               03  FILLER              PIC X(50)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EIN                 PIC X(9).
               03  EMPLOYER-NAME       PIC X(50).
               03  CONTACT-NAME        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  QUARTERLY SUI WAGES PER STATE AND EMPLOYEE  BUFFER AND STMT   *
      *  One row per state and employee, state order: the confirmed    *
      *  SUI gross, taxable and excess wages summed over every Pay     *
      *  End Date of the quarter, plus the employee's confirmed SUI    *
      *  gross in the same state from January 1 up to the quarter's    *
      *  begin date.  A blank STATE bind returns every state.  Carries *
      *  its own cursor; the state setup lookup runs nested on the     *
      *  common one.                                                   *
      ******************************************************************
       01  S-WAGES.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCSUIWG_S_WAGES'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  QTR-BEGIN-DT        PIC X(10).
               03  QTR-END-DT          PIC X(10).
               03  STATE               PIC X(6).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(9)    VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(12)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  STATE               PIC X(6).
               03  EMPLID              PIC X(20).
               03  SSN                 PIC X(9).
               03  LAST-NAME           PIC X(20).
               03  FIRST-NAME          PIC X(12).
               03  MIDDLE-INIT         PIC X.
               03  QTR-GROSS           PIC S9(9)V99            COMP-3.
               03  QTR-TAXABLE         PIC S9(9)V99            COMP-3.
               03  QTR-EXCESS          PIC S9(9)V99            COMP-3.
               03  PRIOR-YTD-GROSS     PIC S9(9)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  STATE SUI FILING SETUP  BUFFER AND STMT                       *
      *  The employer's SUI account number, the state's two-letter     *
      *  postal code and its taxable wage base for the calendar year.  *
      *  A zero wage base means the state taxes all SUI gross.         *
      ******************************************************************
       01  S-STSETUP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCSUIWG_S_STSTUP'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  STATE               PIC X(6).
               03  CALENDAR-YR         PIC X(4).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(2)    VALUE ALL 'C'.
               03  FILLER              PIC X(15)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  STATE-CD            PIC X(2).
               03  SUI-ACCT-NBR        PIC X(15).
               03  WAGE-BASE           PIC S9(9)V99            COMP-3.
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
           DISPLAY 'SUI Wage Detail File started for Company: '
                   COMPANY OF S-RUNCTL
           DISPLAY '                     Quarter: '
                   QTR-BEGIN-DT OF S-RUNCTL
                   ' thru ' QTR-END-DT OF S-RUNCTL
           IF STATE OF SELECT-DATA OF S-RUNCTL  NOT =  SPACE

               DISPLAY '                     State: '
                       STATE OF SELECT-DATA OF S-RUNCTL
           END-IF
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           MOVE QTR-END-DT OF S-RUNCTL (1:4)
                   TO  WK-CALENDAR-YR OF W-WK
           STRING QTR-END-DT OF S-RUNCTL (6:2)
                   WK-CALENDAR-YR OF W-WK
                   DELIMITED BY SIZE
                   INTO WK-RPT-PERIOD OF W-WK

           PERFORM DF000-SELECT-ER-SETUP

           PERFORM MA000-BUILD-WAGE-FILE

           PERFORM NA000-REPORT-CONTROL-TOTALS

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

                   DISPLAY 'SUI Wage Detail File Run Control Missing.'
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
       DF000-SELECT-ER-SETUP SECTION.
       DF000.
      *  Retrieves the company's EIN, employer name and contact for    *
      *  the transmitter and employer records.                         *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-ERSETUP

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-ERSETUP
                                   BIND-SETUP OF S-ERSETUP
                                   BIND-DATA OF S-ERSETUP
                                   SELECT-SETUP OF S-ERSETUP
                                   SELECT-DATA OF S-ERSETUP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-ER-SETUP(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-ERSETUP

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   DISPLAY 'Employer reporting setup for Company: '
                           COMPANY OF S-RUNCTL
                   DISPLAY '  was not found.'
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   PERFORM ZZ000-SQL-ERROR
               ELSE
                   MOVE 'SELECT-ER-SETUP(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       SELECT-ER-SETUP-EXIT.


      /*****************************************************************
      *                                                                *
       MA000-BUILD-WAGE-FILE SECTION.
       MA000.
      *  Walks the wage rows in state order.  Each change of state     *
      *  closes the previous state's submission and opens the next.    *
      ******************************************************************

           OPEN OUTPUT SUI-WAGE-FILE

           IF NOT WK-FILE-STATUS-OK OF W-WK

               DISPLAY 'SUI wage detail file could not be opened, '
                       'status: ' WK-FILE-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MD000-SELECT-WAGES

           PERFORM ME000-PROCESS-ONE-WAGE-ROW
                   UNTIL FETCH-WAGE-END OF W-SW

           IF WK-CUR-STATE OF W-WK  NOT =  SPACE

               PERFORM MG000-END-STATE
           END-IF

           CLOSE SUI-WAGE-FILE

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'BUILD-WAGE-FILE(COMMIT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       BUILD-WAGE-FILE-EXIT.


      /*****************************************************************
      *                                                                *
       MD000-SELECT-WAGES SECTION.
       MD000.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-WAGES
           MOVE QTR-BEGIN-DT OF S-RUNCTL
                   TO  QTR-BEGIN-DT OF BIND-DATA OF S-WAGES
           MOVE QTR-END-DT OF S-RUNCTL
                   TO  QTR-END-DT OF BIND-DATA OF S-WAGES
           MOVE STATE OF SELECT-DATA OF S-RUNCTL
                   TO  STATE OF BIND-DATA OF S-WAGES

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-WAGES
                                   SQL-STMT OF S-WAGES
                                   BIND-SETUP OF S-WAGES
                                   BIND-DATA OF S-WAGES
                                   SELECT-SETUP OF S-WAGES
                                   SELECT-DATA OF S-WAGES
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-WAGES(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MD100-FETCH-WAGES

           .
       SELECT-WAGES-EXIT.


      /*****************************************************************
      *                                                                *
       MD100-FETCH-WAGES SECTION.
       MD100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-WAGES

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-WAGES
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-WAGE-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-WAGES'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-WAGES-EXIT.


      /*****************************************************************
      *                                                                *
       ME000-PROCESS-ONE-WAGE-ROW SECTION.
       ME000.
      *  Splits the quarter's SUI gross into taxable and excess wages  *
      *  against what is left of the state's wage base after the       *
      *  earlier quarters, checks the split against the confirmed      *
      *  taxable wages, and writes the employee wage record.           *
      ******************************************************************

           IF STATE OF SELECT-DATA OF S-WAGES
                   NOT =  WK-CUR-STATE OF W-WK

               IF WK-CUR-STATE OF W-WK  NOT =  SPACE

                   PERFORM MG000-END-STATE
               END-IF

               PERFORM MF000-BEGIN-STATE
           END-IF

           IF WAGE-BASE OF S-STSETUP  =  ZERO

               MOVE QTR-GROSS OF S-WAGES  TO  WK-SUI-TAXABLE OF W-WK
           ELSE

               COMPUTE WK-BASE-REMAIN OF W-WK
                       =  WAGE-BASE OF S-STSETUP
                       -  PRIOR-YTD-GROSS OF S-WAGES

               IF WK-BASE-REMAIN OF W-WK  <  ZERO

                   MOVE ZERO  TO  WK-BASE-REMAIN OF W-WK
               END-IF

               IF QTR-GROSS OF S-WAGES  >  WK-BASE-REMAIN OF W-WK

                   MOVE WK-BASE-REMAIN OF W-WK
                           TO  WK-SUI-TAXABLE OF W-WK
               ELSE
                   MOVE QTR-GROSS OF S-WAGES
                           TO  WK-SUI-TAXABLE OF W-WK
               END-IF
           END-IF

           COMPUTE WK-SUI-EXCESS OF W-WK
                   =  QTR-GROSS OF S-WAGES
                   -  WK-SUI-TAXABLE OF W-WK

           COMPUTE WK-VARIANCE OF W-WK
                   =  WK-SUI-TAXABLE OF W-WK
                   -  QTR-TAXABLE OF S-WAGES

           IF WK-VARIANCE OF W-WK  NOT =  ZERO

               PERFORM ME200-REPORT-EXCEPTION
           END-IF

           PERFORM ME300-WRITE-WAGE-REC

           PERFORM MD100-FETCH-WAGES

           .
       PROCESS-ONE-WAGE-ROW-EXIT.


      /*****************************************************************
      *                                                                *
       ME200-REPORT-EXCEPTION SECTION.
       ME200.
      *                                                                *
      ******************************************************************

           ADD 1  TO  WK-EXCEPTION-CNT OF W-WK

           MOVE WK-VARIANCE OF W-WK  TO  AMT-OUT OF W-DSP
           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF S-WAGES
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           DISPLAY 'WAGE BASE VARIANCE  State: '
                   STATE OF SELECT-DATA OF S-WAGES
                   '  Employee: ' WK-EMPLID-OUT OF W-WK
                   '  Amount: ' AMT-OUT OF W-DSP
           MOVE QTR-TAXABLE OF S-WAGES  TO  AMT-OUT OF W-DSP
           DISPLAY '  Confirmed taxable wages:   ' AMT-OUT OF W-DSP
           MOVE WK-SUI-TAXABLE OF W-WK  TO  AMT-OUT OF W-DSP
           DISPLAY '  Wage base taxable wages:   ' AMT-OUT OF W-DSP
           MOVE QTR-EXCESS OF S-WAGES  TO  AMT-OUT OF W-DSP
           DISPLAY '  Confirmed excess wages:    ' AMT-OUT OF W-DSP

           SET WK-BALANCED-NO OF W-SW  TO  TRUE

           .
       REPORT-EXCEPTION-EXIT.


      /*****************************************************************
      *                                                                *
       ME300-WRITE-WAGE-REC SECTION.
       ME300.
      *                                                                *
      ******************************************************************

           MOVE SSN OF S-WAGES          TO  S-SSN
           MOVE LAST-NAME OF S-WAGES    TO  S-LAST-NAME
           MOVE FIRST-NAME OF S-WAGES   TO  S-FIRST-NAME
           MOVE MIDDLE-INIT OF S-WAGES  TO  S-MIDDLE-INIT
           MOVE STATE-CD OF S-STSETUP   TO  S-STATE-CD
           MOVE SUI-ACCT-NBR OF S-STSETUP
                                        TO  S-SUI-ACCT-NBR
           MOVE WK-RPT-PERIOD OF W-WK   TO  S-RPT-PERIOD
           MOVE EMPLID OF S-WAGES       TO  S-EMPLID

           COMPUTE WK-AMT-CENTS OF W-WK
                   =  QTR-GROSS OF S-WAGES  *  100
           MOVE WK-AMT-CENTS OF W-WK    TO  S-QTR-GROSS
           COMPUTE WK-AMT-CENTS OF W-WK
                   =  WK-SUI-EXCESS OF W-WK  *  100
           MOVE WK-AMT-CENTS OF W-WK    TO  S-QTR-EXCESS
           COMPUTE WK-AMT-CENTS OF W-WK
                   =  WK-SUI-TAXABLE OF W-WK  *  100
           MOVE WK-AMT-CENTS OF W-WK    TO  S-QTR-TAXABLE

           WRITE SUI-WAGE-REC  FROM  W-S-REC

           ADD 1  TO  WK-ST-EMPL-CNT OF W-WK
           ADD QTR-GROSS OF S-WAGES     TO  WK-ST-GROSS OF W-WK
           ADD WK-SUI-TAXABLE OF W-WK   TO  WK-ST-TAXABLE OF W-WK
           ADD WK-SUI-EXCESS OF W-WK    TO  WK-ST-EXCESS OF W-WK

           .
       WRITE-WAGE-REC-EXIT.


      /*****************************************************************
      *                                                                *
       MF000-BEGIN-STATE SECTION.
       MF000.
      *  Looks up the new state's filing setup and writes the          *
      *  transmitter and employer records that open its submission.    *
      ******************************************************************

           MOVE STATE OF SELECT-DATA OF S-WAGES
                   TO  WK-CUR-STATE OF W-WK
           MOVE ZERO  TO  WK-ST-EMPL-CNT OF W-WK
           MOVE ZERO  TO  WK-ST-GROSS OF W-WK
           MOVE ZERO  TO  WK-ST-TAXABLE OF W-WK
           MOVE ZERO  TO  WK-ST-EXCESS OF W-WK

           PERFORM MF100-SELECT-STATE-SETUP

           MOVE WK-CALENDAR-YR OF W-WK      TO  A-TAX-YEAR
           MOVE EIN OF S-ERSETUP            TO  A-EIN
           MOVE EMPLOYER-NAME OF S-ERSETUP  TO  A-TRANSMITTER-NAME
           MOVE CONTACT-NAME OF S-ERSETUP   TO  A-CONTACT-NAME

           WRITE SUI-WAGE-REC  FROM  W-A-REC

           MOVE WK-CALENDAR-YR OF W-WK      TO  E-TAX-YEAR
           MOVE EIN OF S-ERSETUP            TO  E-EIN
           MOVE EMPLOYER-NAME OF S-ERSETUP  TO  E-EMPLOYER-NAME
           MOVE STATE-CD OF S-STSETUP       TO  E-STATE-CD
           MOVE SUI-ACCT-NBR OF S-STSETUP   TO  E-SUI-ACCT-NBR
           MOVE WK-RPT-PERIOD OF W-WK       TO  E-RPT-PERIOD

           WRITE SUI-WAGE-REC  FROM  W-E-REC

           .
       BEGIN-STATE-EXIT.


      /*****************************************************************
      *                                                                *
       MF100-SELECT-STATE-SETUP SECTION.
       MF100.
      *  A state with wages but no filing setup cannot be filed; the   *
      *  run stops so the setup is added before the file goes out.     *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-STSETUP
           MOVE WK-CUR-STATE OF W-WK
                   TO  STATE OF BIND-DATA OF S-STSETUP
           MOVE WK-CALENDAR-YR OF W-WK
                   TO  CALENDAR-YR OF BIND-DATA OF S-STSETUP

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-STSETUP
                                   BIND-SETUP OF S-STSETUP
                                   BIND-DATA OF S-STSETUP
                                   SELECT-SETUP OF S-STSETUP
                                   SELECT-DATA OF S-STSETUP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-STATE-SETUP(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-STSETUP

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   DISPLAY 'SUI filing setup for State: '
                           WK-CUR-STATE OF W-WK
                           '  Year: ' WK-CALENDAR-YR OF W-WK
                   DISPLAY '  was not found.'
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   PERFORM ZZ000-SQL-ERROR
               ELSE
                   MOVE 'SELECT-STATE-SETUP(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       SELECT-STATE-SETUP-EXIT.


      /*****************************************************************
      *                                                                *
       MG000-END-STATE SECTION.
       MG000.
      *  Writes the employer total and final records that close the    *
      *  state's submission, prints the state's control line and       *
      *  registers the submission.                                     *
      ******************************************************************

           MOVE WK-ST-EMPL-CNT OF W-WK      TO  T-EMPL-CNT
           MOVE SUI-ACCT-NBR OF S-STSETUP   TO  T-SUI-ACCT-NBR
           COMPUTE T-QTR-GROSS
                   =  WK-ST-GROSS OF W-WK  *  100
           COMPUTE T-QTR-EXCESS
                   =  WK-ST-EXCESS OF W-WK  *  100
           COMPUTE T-QTR-TAXABLE
                   =  WK-ST-TAXABLE OF W-WK  *  100

           WRITE SUI-WAGE-REC  FROM  W-T-REC

           MOVE WK-ST-EMPL-CNT OF W-WK  TO  F-EMPL-CNT
           MOVE 1                       TO  F-EMPLOYER-CNT

           WRITE SUI-WAGE-REC  FROM  W-F-REC

           MOVE WK-ST-EMPL-CNT OF W-WK  TO  EMPL-CNT OF W-DSP
           DISPLAY 'State: ' WK-CUR-STATE OF W-WK
                   '  Account: ' SUI-ACCT-NBR OF S-STSETUP
                   '  Employees: ' EMPL-CNT OF W-DSP
           MOVE WK-ST-GROSS OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY '  SUI Gross Wages:   ' TOT-OUT OF W-DSP
           MOVE WK-ST-TAXABLE OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY '  SUI Taxable Wages: ' TOT-OUT OF W-DSP
           MOVE WK-ST-EXCESS OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY '  SUI Excess Wages:  ' TOT-OUT OF W-DSP

           PERFORM NB000-REGISTER-INTERFACE

           ADD 1  TO  WK-STATE-CNT OF W-WK
           ADD WK-ST-EMPL-CNT OF W-WK  TO  WK-EMPL-CNT OF W-WK
           ADD WK-ST-GROSS OF W-WK     TO  WK-TOT-GROSS OF W-WK
           ADD WK-ST-TAXABLE OF W-WK   TO  WK-TOT-TAXABLE OF W-WK
           ADD WK-ST-EXCESS OF W-WK    TO  WK-TOT-EXCESS OF W-WK

           .
       END-STATE-EXIT.


      /*****************************************************************
      *                                                                *
       NA000-REPORT-CONTROL-TOTALS SECTION.
       NA000.
      *                                                                *
      ******************************************************************

           MOVE WK-STATE-CNT OF W-WK      TO  STATE-CNT OF W-DSP
           MOVE WK-EMPL-CNT OF W-WK       TO  EMPL-CNT OF W-DSP
           MOVE WK-EXCEPTION-CNT OF W-WK  TO  EXC-CNT OF W-DSP

           DISPLAY 'SUI Wage Detail File Control Totals'
           DISPLAY '  States Written:      ' STATE-CNT OF W-DSP
           DISPLAY '  Employee Records:    ' EMPL-CNT OF W-DSP
           MOVE WK-TOT-GROSS OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY '  Total SUI Gross:     ' TOT-OUT OF W-DSP
           MOVE WK-TOT-TAXABLE OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY '  Total SUI Taxable:   ' TOT-OUT OF W-DSP
           MOVE WK-TOT-EXCESS OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY '  Total SUI Excess:    ' TOT-OUT OF W-DSP
           DISPLAY '  Wage Base Variances: ' EXC-CNT OF W-DSP

           IF WK-BALANCED-YES OF W-SW

               DISPLAY '  Every employee ties to the confirmed '
                       'taxable wages.'
           ELSE
               DISPLAY '  VARIANCES FOUND -- resolve before '
                       'transmitting the file.'
           END-IF

           .
       REPORT-CONTROL-TOTALS-EXIT.


      /*****************************************************************
      *                                                                *
       NB000-REGISTER-INTERFACE SECTION.
       NB000.
      *  Records the state's submission on the interface register     *
      *  under SUIWG plus the state code, so the acknowledgment        *
      *  import can match each state's receipt separately.  A failed   *
      *  register write is reported but does not fail the build.  The  *
      *  register rows are committed once the file is closed.          *
      ******************************************************************

           MOVE SPACE  TO  INTERFACE-FILE OF W-IFREGPARM
           STRING 'SUIWG' STATE-CD OF S-STSETUP
                   DELIMITED BY SIZE
                   INTO INTERFACE-FILE OF W-IFREGPARM

           MOVE PROGRAM-IDENTITY  TO  GENERATOR-PROGRAM OF W-IFREGPARM
           MOVE COMPANY OF S-RUNCTL  TO  COMPANY OF W-IFREGPARM
           MOVE SPACE                TO  PAYGROUP OF W-IFREGPARM
           MOVE QTR-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF W-IFREGPARM
           MOVE WK-ST-EMPL-CNT OF W-WK
                   TO  IF-REC-CNT OF W-IFREGPARM
           MOVE WK-ST-GROSS OF W-WK  TO  IF-CTL-AMT OF W-IFREGPARM
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF W-IFREGPARM

           CALL 'CCCIFREG' USING   SQLRT
                                   W-IFREGPARM
           IF RETURN-CD-FAILURE OF W-IFREGPARM

               DISPLAY 'Interface register write failed; the '
                       WK-CUR-STATE OF W-WK
                       ' wage detail is sound but must be logged '
                       'by hand.'
           END-IF

           .
       REGISTER-INTERFACE-EXIT.


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
           MOVE 'CCCSUIWG'  TO  REPORT-ID OF W-MASKPARM
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
           DISPLAY 'SUI Wage Detail File ended at '
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
               DISPLAY 'ON-CALL ALERT -- SUI taxable wages do not '
                       'tie for Company: ' COMPANY OF S-RUNCTL
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
           DISPLAY 'SUI Wage Detail File did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
