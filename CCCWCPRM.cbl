       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCWCPRM.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *      CCCWCPRM - WORKERS' COMPENSATION PREMIUM REPORT           *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- reports confirmed payroll by        *
      *       workers' compensation state and class code for one       *
      *       company and date range, less the overtime premium the    *
      *       state lets us exclude and the payroll over the state's   *
      *       per-person cap, with the estimated premium from the      *
      *       maintained rate table, and optionally writes the         *
      *       carrier's audit portal file.  Replaces the yearly        *
      *       rebuild from the warehouse extract.                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * FOR ONE COMPANY AND A CHECK DATE RANGE (NORMALLY THE POLICY    *
      * PERIOD), EACH EMPLOYEE'S CONFIRMED EARNINGS ARE TAKEN BY THE   *
      * WORK STATE AND WORKERS' COMPENSATION CLASS CODE IN FORCE ON    *
      * THE PAY END DATE, WITH THE OVERTIME PREMIUM PORTION (THE PAY   *
      * ABOVE STRAIGHT TIME ON OVERTIME EARNINGS) CARRIED ALONGSIDE.   *
      * THE STATE RULE TABLE SAYS WHETHER THE STATE EXCLUDES THAT      *
      * PREMIUM (P) OR NOT (N) AND GIVES ANY PER-PERSON PAYROLL CAP;   *
      * THE CAP IS APPLIED OVER THE REPORT'S DATE RANGE ACROSS ALL     *
      * THE PERSON'S CLASSES IN THE STATE, IN CLASS CODE ORDER.        *
      *                                                                *
      * ONE LINE PER STATE AND CLASS: GROSS PAYROLL, OVERTIME PREMIUM  *
      * EXCLUDED, PAYROLL OVER THE CAP, REPORTABLE PAYROLL, THE RATE   *
      * PER $100 EFFECTIVE AT THE END OF THE RANGE AND THE ESTIMATED   *
      * PREMIUM, WITH STATE AND COMPANY TOTALS.  A CLASS WITH NO RATE  *
      * ON FILE IS PRICED AT ZERO AND MARKED; EMPLOYEES WITH NO CLASS  *
      * CODE ARE REPORTED UNDER CLASS "NONE".                          *
      *                                                                *
      * WITH THE CARRIER FILE OPTION, THE SAME LINES GO TO THE         *
      * WCAUDIT FILE (H HEADER, D ONE PER STATE AND CLASS, T TRAILER), *
      * REGISTERED THROUGH CCCIFREG.                                   *
      *                                                                *
      ******************************************************************

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT WC-AUDIT-FILE       ASSIGN TO  'WCAUDIT'
                                       ORGANIZATION IS  LINE SEQUENTIAL
                                       FILE STATUS IS  WK-FILE-STATUS.


       DATA DIVISION.


       FILE SECTION.

       FD  WC-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.

       01  WC-AUDIT-REC                PIC X(120).


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCWCPRM'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-FILE-STATUS          PIC XX.
               88  WK-FILE-STATUS-OK               VALUE '00'.
           02  WK-CUR-STATE            PIC XX      VALUE SPACE.
           02  WK-CUR-EMPLID           PIC X(20)   VALUE SPACE.
           02  WK-CUR-CLASS-CD         PIC X(4)    VALUE SPACE.
           02  WK-EMPL-CUM-AMT         PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-CAP-ROOM             PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-OT-EXCL-AMT          PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-CAP-EXCL-AMT         PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-REPORT-AMT           PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-PREMIUM-AMT          PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-DETAIL-CNT           PIC 9(7)    COMP  VALUE ZERO.
           02  WK-NO-RATE-CNT          PIC 9(7)    COMP  VALUE ZERO.
           02  WK-AMT-CENTS            PIC 9(13)         VALUE ZERO.

      *    State and company totals: gross, overtime premium excluded,
      *    over the cap, reportable and premium.
           02  WK-ST-GROSS-TOT         PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-ST-OT-TOT            PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-ST-CAP-TOT           PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-ST-RPT-TOT           PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-ST-PREM-TOT          PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-CO-GROSS-TOT         PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-CO-OT-TOT            PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-CO-CAP-TOT           PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-CO-RPT-TOT           PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-CO-PREM-TOT          PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    The current state's class codes, built as the state's rows
      *    are read and printed at the state break.
           02  WK-CLS-CNT              PIC 999     COMP  VALUE ZERO.
           02  WK-CLS-MAX              PIC 999     COMP  VALUE 200.
           02  WK-CLS-IDX              PIC 999     COMP  VALUE ZERO.
           02  WK-CLS-HIT              PIC 999     COMP  VALUE ZERO.
           02  WK-CLS-ENTRY            OCCURS 200.
               03  WK-CLS-CD           PIC X(4).
               03  WK-CLS-RATE         PIC S9(3)V9(4) COMP-3.
               03  WK-CLS-RATE-SW      PIC X.
                   88  WK-CLS-RATE-FOUND           VALUE 'Y'.
               03  WK-CLS-EMPL-CNT     PIC 9(5)    COMP.
               03  WK-CLS-GROSS        PIC S9(11)V99 COMP-3.
               03  WK-CLS-OT-EXCL      PIC S9(11)V99 COMP-3.
               03  WK-CLS-CAP-EXCL     PIC S9(11)V99 COMP-3.
               03  WK-CLS-REPORT       PIC S9(11)V99 COMP-3.


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
           02  GROSS-OUT               PIC ZZZ,ZZZ,ZZ9.99-.
           02  OT-OUT                  PIC ZZ,ZZZ,ZZ9.99-.
           02  CAP-OUT                 PIC ZZ,ZZZ,ZZ9.99-.
           02  RPT-OUT                 PIC ZZZ,ZZZ,ZZ9.99-.
           02  RATE-OUT                PIC ZZ9.9999.
           02  PREM-OUT                PIC ZZ,ZZZ,ZZ9.99-.


       01  W-SW.
           02  FETCH-PAY-SW            PIC X       VALUE SPACE.
               88  FETCH-PAY-END                   VALUE 'E'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Interface File Register                                    *
      ******************************************************************

           COPY CCCIFWK.


      /*****************************************************************
      *            CARRIER AUDIT FILE RECORD IMAGES                    *
      *  Fixed 120-byte records: H header, D one per state and class,  *
      *  T trailer.  Amounts are unsigned cents, right-justified       *
      *  zero-filled; the rate is per $100 with four decimals; dates   *
      *  are YYYYMMDD.                                                 *
      ******************************************************************
       01  W-WC-HDR.
           02  FILLER                  PIC X       VALUE 'H'.
           02  WH-COMPANY              PIC X(10).
           02  WH-FROM-DT              PIC X(8).
           02  WH-THRU-DT              PIC X(8).
           02  FILLER                  PIC X(93)   VALUE SPACE.

       01  W-WC-DTL.
           02  FILLER                  PIC X       VALUE 'D'.
           02  WD-STATE                PIC XX.
           02  WD-CLASS-CD             PIC X(4).
           02  WD-EMPL-CNT             PIC 9(5).
           02  WD-GROSS-AMT            PIC 9(13).
           02  WD-OT-EXCL-AMT          PIC 9(13).
           02  WD-CAP-EXCL-AMT         PIC 9(13).
           02  WD-REPORT-AMT           PIC 9(13).
           02  WD-RATE                 PIC 9(3)V9(4).
           02  WD-PREMIUM-AMT          PIC 9(13).
           02  FILLER                  PIC X(36)   VALUE SPACE.

       01  W-WC-TRL.
           02  FILLER                  PIC X       VALUE 'T'.
           02  WT-DETAIL-CNT           PIC 9(7).
           02  WT-REPORT-TOTAL         PIC 9(13).
           02  WT-PREMIUM-TOTAL        PIC 9(13).
           02  FILLER                  PIC X(86)   VALUE SPACE.


      /*****************************************************************
      *            WORKERS' COMP REPORT RUN CONTROL BUFFER AND STMT    *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCWCPRM_S_RUNCTL'.

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
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  FROM-DT             PIC X(10).
               03  THRU-DT             PIC X(10).
               03  CARRIER-FILE        PIC X.
                   88  CARRIER-FILE-YES            VALUE 'Y'.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCWCPRM_D_RUNCTL'.

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
                                                   'CCCWCPRM_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  CONFIRMED PAYROLL BY STATE, EMPLOYEE AND CLASS  BUFFER AND    *
      *  STMT                                                          *
      *  Confirmed earnings with check dates in the range, summed by   *
      *  work state, employee and class code in that order.            *
      *  OT-PREMIUM is the part of the overtime earnings above         *
      *  straight time.  The state's exclusion rule and per-person     *
      *  cap come from the state rule table (N and zero when none);    *
      *  the rate is the class's rate per $100 effective on the thru   *
      *  date, RATE-FOUND N when the class has none.                   *
      ******************************************************************
       01  S-PAY.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCWCPRM_S_PAY'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  FROM-DT             PIC X(10).
               03  THRU-DT             PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC XX      VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  STATE               PIC XX.
               03  EMPLID              PIC X(20).
               03  WC-CLASS-CD         PIC X(4).
               03  GROSS-AMT           PIC S9(9)V99            COMP-3.
               03  OT-PREMIUM          PIC S9(9)V99            COMP-3.
               03  OT-EXCL-RULE        PIC X.
                   88  OT-EXCL-PREMIUM             VALUE 'P'.
               03  PERSON-CAP          PIC S9(9)V99            COMP-3.
               03  WC-RATE             PIC S9(3)V9(4)          COMP-3.
               03  RATE-FOUND          PIC X.
                   88  RATE-FOUND-YES              VALUE 'Y'.
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
           DISPLAY 'Workers Comp Premium Report started for '
                   'Company: ' COMPANY OF S-RUNCTL
           DISPLAY '                                    From: '
                   FROM-DT OF S-RUNCTL
                   '  Thru: ' THRU-DT OF S-RUNCTL
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM MA000-BUILD-REPORT

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

                   DISPLAY 'Workers Comp Report Run Control Missing.'
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
       MA000-BUILD-REPORT SECTION.
       MA000.
      *                                                                *
      ******************************************************************

           IF CARRIER-FILE-YES OF S-RUNCTL

               OPEN OUTPUT WC-AUDIT-FILE

               IF NOT WK-FILE-STATUS-OK OF W-WK

                   DISPLAY 'Carrier audit file could not be opened, '
                           'status: ' WK-FILE-STATUS OF W-WK
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   PERFORM ZZ000-SQL-ERROR
               END-IF

               MOVE COMPANY OF S-RUNCTL  TO  WH-COMPANY
               MOVE FROM-DT OF S-RUNCTL  TO  WK-DATE-IN OF W-DATE-8
               PERFORM XH000-FORMAT-DATE-8
               MOVE WK-DATE-8 OF W-DATE-8  TO  WH-FROM-DT
               MOVE THRU-DT OF S-RUNCTL  TO  WK-DATE-IN OF W-DATE-8
               PERFORM XH000-FORMAT-DATE-8
               MOVE WK-DATE-8 OF W-DATE-8  TO  WH-THRU-DT

               WRITE WC-AUDIT-REC  FROM  W-WC-HDR
           END-IF

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-PAY
           MOVE FROM-DT OF S-RUNCTL
                   TO  FROM-DT OF BIND-DATA OF S-PAY
           MOVE THRU-DT OF S-RUNCTL
                   TO  THRU-DT OF BIND-DATA OF S-PAY

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-PAY
                                   SQL-STMT OF S-PAY
                                   BIND-SETUP OF S-PAY
                                   BIND-DATA OF S-PAY
                                   SELECT-SETUP OF S-PAY
                                   SELECT-DATA OF S-PAY
           IF RTNCD-ERROR OF SQLRT

               MOVE 'BUILD-REPORT(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MA100-FETCH-PAY

           PERFORM MB000-PROCESS-PAY-ROW
                   UNTIL FETCH-PAY-END OF W-SW

           IF WK-CUR-STATE OF W-WK  NOT =  SPACE

               PERFORM MD000-PRINT-STATE
           END-IF

           DISPLAY ' '
           DISPLAY 'Company ' COMPANY OF S-RUNCTL ' totals'
           MOVE WK-CO-GROSS-TOT OF W-WK  TO  GROSS-OUT OF W-DSP
           DISPLAY '  Gross payroll:               ' GROSS-OUT OF W-DSP
           MOVE WK-CO-OT-TOT OF W-WK  TO  GROSS-OUT OF W-DSP
           DISPLAY '  Overtime premium excluded:   ' GROSS-OUT OF W-DSP
           MOVE WK-CO-CAP-TOT OF W-WK  TO  GROSS-OUT OF W-DSP
           DISPLAY '  Over per-person caps:        ' GROSS-OUT OF W-DSP
           MOVE WK-CO-RPT-TOT OF W-WK  TO  GROSS-OUT OF W-DSP
           DISPLAY '  Reportable payroll:          ' GROSS-OUT OF W-DSP
           MOVE WK-CO-PREM-TOT OF W-WK  TO  GROSS-OUT OF W-DSP
           DISPLAY '  Estimated premium:           ' GROSS-OUT OF W-DSP

           IF WK-NO-RATE-CNT OF W-WK  NOT =  ZERO

               MOVE WK-NO-RATE-CNT OF W-WK  TO  CNT-OUT OF W-DSP
               DISPLAY '  State/class lines with no rate on file: '
                       CNT-OUT OF W-DSP
               DISPLAY '  Their premium is not in the estimate.'
           END-IF

           IF CARRIER-FILE-YES OF S-RUNCTL

               MOVE WK-DETAIL-CNT OF W-WK  TO  WT-DETAIL-CNT
               COMPUTE WK-AMT-CENTS OF W-WK
                       =  WK-CO-RPT-TOT OF W-WK  *  100
               MOVE WK-AMT-CENTS OF W-WK  TO  WT-REPORT-TOTAL
               COMPUTE WK-AMT-CENTS OF W-WK
                       =  WK-CO-PREM-TOT OF W-WK  *  100
               MOVE WK-AMT-CENTS OF W-WK  TO  WT-PREMIUM-TOTAL

               WRITE WC-AUDIT-REC  FROM  W-WC-TRL

               CLOSE WC-AUDIT-FILE

               PERFORM NB000-REGISTER-INTERFACE
           END-IF

           .
       BUILD-REPORT-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-FETCH-PAY SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-PAY

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-PAY
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-PAY-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-PAY(FETCH)'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-PAY-EXIT.


      /*****************************************************************
      *                                                                *
       MB000-PROCESS-PAY-ROW SECTION.
       MB000.
      *  Takes the state's overtime premium rule and the per-person    *
      *  cap to one employee's payroll in one class, and adds the      *
      *  result to the class's line.                                   *
      ******************************************************************

           IF STATE OF S-PAY  NOT =  WK-CUR-STATE OF W-WK

               IF WK-CUR-STATE OF W-WK  NOT =  SPACE

                   PERFORM MD000-PRINT-STATE
               END-IF

               MOVE STATE OF S-PAY  TO  WK-CUR-STATE OF W-WK
               MOVE ZERO  TO  WK-CLS-CNT OF W-WK
               MOVE SPACE  TO  WK-CUR-EMPLID OF W-WK
           END-IF

           IF EMPLID OF S-PAY  NOT =  WK-CUR-EMPLID OF W-WK

               MOVE EMPLID OF S-PAY  TO  WK-CUR-EMPLID OF W-WK
               MOVE ZERO  TO  WK-EMPL-CUM-AMT OF W-WK
           END-IF

           IF OT-EXCL-PREMIUM OF S-PAY

               MOVE OT-PREMIUM OF S-PAY  TO  WK-OT-EXCL-AMT OF W-WK
           ELSE
               MOVE ZERO  TO  WK-OT-EXCL-AMT OF W-WK
           END-IF

           COMPUTE WK-REPORT-AMT OF W-WK
                   =  GROSS-AMT OF S-PAY  -  WK-OT-EXCL-AMT OF W-WK
           MOVE ZERO  TO  WK-CAP-EXCL-AMT OF W-WK

           IF PERSON-CAP OF S-PAY  >  ZERO

               COMPUTE WK-CAP-ROOM OF W-WK
                       =  PERSON-CAP OF S-PAY
                       -  WK-EMPL-CUM-AMT OF W-WK

               IF WK-CAP-ROOM OF W-WK  <  ZERO

                   MOVE ZERO  TO  WK-CAP-ROOM OF W-WK
               END-IF

               IF WK-REPORT-AMT OF W-WK  >  WK-CAP-ROOM OF W-WK

                   COMPUTE WK-CAP-EXCL-AMT OF W-WK
                           =  WK-REPORT-AMT OF W-WK
                           -  WK-CAP-ROOM OF W-WK
                   MOVE WK-CAP-ROOM OF W-WK  TO  WK-REPORT-AMT OF W-WK
               END-IF
           END-IF

           ADD WK-REPORT-AMT OF W-WK  TO  WK-EMPL-CUM-AMT OF W-WK

           IF WC-CLASS-CD OF S-PAY  =  SPACE

               MOVE 'NONE'  TO  WK-CUR-CLASS-CD OF W-WK
           ELSE
               MOVE WC-CLASS-CD OF S-PAY  TO  WK-CUR-CLASS-CD OF W-WK
           END-IF

           PERFORM MC000-FIND-CLASS

           ADD 1  TO  WK-CLS-EMPL-CNT OF W-WK (WK-CLS-HIT OF W-WK)
           ADD GROSS-AMT OF S-PAY
                   TO  WK-CLS-GROSS OF W-WK (WK-CLS-HIT OF W-WK)
           ADD WK-OT-EXCL-AMT OF W-WK
                   TO  WK-CLS-OT-EXCL OF W-WK (WK-CLS-HIT OF W-WK)
           ADD WK-CAP-EXCL-AMT OF W-WK
                   TO  WK-CLS-CAP-EXCL OF W-WK (WK-CLS-HIT OF W-WK)
           ADD WK-REPORT-AMT OF W-WK
                   TO  WK-CLS-REPORT OF W-WK (WK-CLS-HIT OF W-WK)

           PERFORM MA100-FETCH-PAY

           .
       PROCESS-PAY-ROW-EXIT.


      /*****************************************************************
      *                                                                *
       MC000-FIND-CLASS SECTION.
       MC000.
      *  Points WK-CLS-HIT at the state's entry for the class, adding  *
      *  the entry (with the row's rate) the first time it is seen.    *
      ******************************************************************

           MOVE ZERO  TO  WK-CLS-HIT OF W-WK

           PERFORM MC100-MATCH-CLASS
                   VARYING WK-CLS-IDX OF W-WK  FROM 1  BY 1
                   UNTIL WK-CLS-IDX OF W-WK  >  WK-CLS-CNT OF W-WK
                   OR  WK-CLS-HIT OF W-WK  NOT =  ZERO

           IF WK-CLS-HIT OF W-WK  NOT =  ZERO

               GO TO FIND-CLASS-EXIT
           END-IF

           IF WK-CLS-CNT OF W-WK  NOT <  WK-CLS-MAX OF W-WK

               DISPLAY 'More than 200 workers comp class codes in '
                       'State: ' WK-CUR-STATE OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               MOVE 'FIND-CLASS'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           ADD 1  TO  WK-CLS-CNT OF W-WK
           MOVE WK-CLS-CNT OF W-WK  TO  WK-CLS-HIT OF W-WK

           MOVE WK-CUR-CLASS-CD OF W-WK
                   TO  WK-CLS-CD OF W-WK (WK-CLS-HIT OF W-WK)
           MOVE WC-RATE OF S-PAY
                   TO  WK-CLS-RATE OF W-WK (WK-CLS-HIT OF W-WK)
           MOVE RATE-FOUND OF S-PAY
                   TO  WK-CLS-RATE-SW OF W-WK (WK-CLS-HIT OF W-WK)
           MOVE ZERO  TO  WK-CLS-EMPL-CNT OF W-WK (WK-CLS-HIT OF W-WK)
           MOVE ZERO  TO  WK-CLS-GROSS OF W-WK (WK-CLS-HIT OF W-WK)
           MOVE ZERO  TO  WK-CLS-OT-EXCL OF W-WK (WK-CLS-HIT OF W-WK)
           MOVE ZERO  TO  WK-CLS-CAP-EXCL OF W-WK (WK-CLS-HIT OF W-WK)
           MOVE ZERO  TO  WK-CLS-REPORT OF W-WK (WK-CLS-HIT OF W-WK)

           .
       FIND-CLASS-EXIT.


      /*****************************************************************
      *                                                                *
       MC100-MATCH-CLASS SECTION.
       MC100.
      *                                                                *
      ******************************************************************

           IF WK-CLS-CD OF W-WK (WK-CLS-IDX OF W-WK)
                   =  WK-CUR-CLASS-CD OF W-WK

               MOVE WK-CLS-IDX OF W-WK  TO  WK-CLS-HIT OF W-WK
           END-IF

           .
       MATCH-CLASS-EXIT.


      /*****************************************************************
      *                                                                *
       MD000-PRINT-STATE SECTION.
       MD000.
      *                                                                *
      ******************************************************************

           DISPLAY ' '
           DISPLAY 'State: ' WK-CUR-STATE OF W-WK
           DISPLAY '  Class  Empls     Gross Payroll    OT Prem Excl'
                   '      Over Cap      Reportable     Rate'
                   '        Premium'

           PERFORM ME000-PRINT-CLASS
                   VARYING WK-CLS-IDX OF W-WK  FROM 1  BY 1
                   UNTIL WK-CLS-IDX OF W-WK  >  WK-CLS-CNT OF W-WK

           MOVE WK-ST-GROSS-TOT OF W-WK  TO  GROSS-OUT OF W-DSP
           MOVE WK-ST-OT-TOT OF W-WK     TO  OT-OUT OF W-DSP
           MOVE WK-ST-CAP-TOT OF W-WK    TO  CAP-OUT OF W-DSP
           MOVE WK-ST-RPT-TOT OF W-WK    TO  RPT-OUT OF W-DSP
           MOVE WK-ST-PREM-TOT OF W-WK   TO  PREM-OUT OF W-DSP
           DISPLAY '  State total  ' GROSS-OUT OF W-DSP
                   ' ' OT-OUT OF W-DSP
                   ' ' CAP-OUT OF W-DSP
                   ' ' RPT-OUT OF W-DSP
                   '          ' PREM-OUT OF W-DSP

           ADD WK-ST-GROSS-TOT OF W-WK  TO  WK-CO-GROSS-TOT OF W-WK
           ADD WK-ST-OT-TOT OF W-WK     TO  WK-CO-OT-TOT OF W-WK
           ADD WK-ST-CAP-TOT OF W-WK    TO  WK-CO-CAP-TOT OF W-WK
           ADD WK-ST-RPT-TOT OF W-WK    TO  WK-CO-RPT-TOT OF W-WK
           ADD WK-ST-PREM-TOT OF W-WK   TO  WK-CO-PREM-TOT OF W-WK

           MOVE ZERO  TO  WK-ST-GROSS-TOT OF W-WK
           MOVE ZERO  TO  WK-ST-OT-TOT OF W-WK
           MOVE ZERO  TO  WK-ST-CAP-TOT OF W-WK
           MOVE ZERO  TO  WK-ST-RPT-TOT OF W-WK
           MOVE ZERO  TO  WK-ST-PREM-TOT OF W-WK

           .
       PRINT-STATE-EXIT.


      /*****************************************************************
      *                                                                *
       ME000-PRINT-CLASS SECTION.
       ME000.
      *  Prices the class's reportable payroll at its rate per $100.   *
      ******************************************************************

           COMPUTE WK-PREMIUM-AMT OF W-WK  ROUNDED
                   =  WK-CLS-REPORT OF W-WK (WK-CLS-IDX OF W-WK)
                   *  WK-CLS-RATE OF W-WK (WK-CLS-IDX OF W-WK)
                   /  100

           MOVE WK-CLS-EMPL-CNT OF W-WK (WK-CLS-IDX OF W-WK)
                   TO  CNT-OUT OF W-DSP
           MOVE WK-CLS-GROSS OF W-WK (WK-CLS-IDX OF W-WK)
                   TO  GROSS-OUT OF W-DSP
           MOVE WK-CLS-OT-EXCL OF W-WK (WK-CLS-IDX OF W-WK)
                   TO  OT-OUT OF W-DSP
           MOVE WK-CLS-CAP-EXCL OF W-WK (WK-CLS-IDX OF W-WK)
                   TO  CAP-OUT OF W-DSP
           MOVE WK-CLS-REPORT OF W-WK (WK-CLS-IDX OF W-WK)
                   TO  RPT-OUT OF W-DSP
           MOVE WK-CLS-RATE OF W-WK (WK-CLS-IDX OF W-WK)
                   TO  RATE-OUT OF W-DSP
           MOVE WK-PREMIUM-AMT OF W-WK  TO  PREM-OUT OF W-DSP

           IF WK-CLS-RATE-FOUND OF W-WK (WK-CLS-IDX OF W-WK)

               DISPLAY '  ' WK-CLS-CD OF W-WK (WK-CLS-IDX OF W-WK)
                       ' ' CNT-OUT OF W-DSP
                       ' ' GROSS-OUT OF W-DSP
                       ' ' OT-OUT OF W-DSP
                       ' ' CAP-OUT OF W-DSP
                       ' ' RPT-OUT OF W-DSP
                       ' ' RATE-OUT OF W-DSP
                       ' ' PREM-OUT OF W-DSP
           ELSE
               ADD 1  TO  WK-NO-RATE-CNT OF W-WK
               DISPLAY '  ' WK-CLS-CD OF W-WK (WK-CLS-IDX OF W-WK)
                       ' ' CNT-OUT OF W-DSP
                       ' ' GROSS-OUT OF W-DSP
                       ' ' OT-OUT OF W-DSP
                       ' ' CAP-OUT OF W-DSP
                       ' ' RPT-OUT OF W-DSP
                       '  NO RATE ON FILE'
           END-IF

           ADD WK-CLS-GROSS OF W-WK (WK-CLS-IDX OF W-WK)
                   TO  WK-ST-GROSS-TOT OF W-WK
           ADD WK-CLS-OT-EXCL OF W-WK (WK-CLS-IDX OF W-WK)
                   TO  WK-ST-OT-TOT OF W-WK
           ADD WK-CLS-CAP-EXCL OF W-WK (WK-CLS-IDX OF W-WK)
                   TO  WK-ST-CAP-TOT OF W-WK
           ADD WK-CLS-REPORT OF W-WK (WK-CLS-IDX OF W-WK)
                   TO  WK-ST-RPT-TOT OF W-WK
           ADD WK-PREMIUM-AMT OF W-WK  TO  WK-ST-PREM-TOT OF W-WK

           IF CARRIER-FILE-YES OF S-RUNCTL

               PERFORM MF000-WRITE-CARRIER-DTL
           END-IF

           .
       PRINT-CLASS-EXIT.


      /*****************************************************************
      *                                                                *
       MF000-WRITE-CARRIER-DTL SECTION.
       MF000.
      *                                                                *
      ******************************************************************

           MOVE WK-CUR-STATE OF W-WK  TO  WD-STATE
           MOVE WK-CLS-CD OF W-WK (WK-CLS-IDX OF W-WK)
                   TO  WD-CLASS-CD
           MOVE WK-CLS-EMPL-CNT OF W-WK (WK-CLS-IDX OF W-WK)
                   TO  WD-EMPL-CNT
           COMPUTE WK-AMT-CENTS OF W-WK
                   =  WK-CLS-GROSS OF W-WK (WK-CLS-IDX OF W-WK)  *  100
           MOVE WK-AMT-CENTS OF W-WK  TO  WD-GROSS-AMT
           COMPUTE WK-AMT-CENTS OF W-WK
                   =  WK-CLS-OT-EXCL OF W-WK (WK-CLS-IDX OF W-WK)
                   *  100
           MOVE WK-AMT-CENTS OF W-WK  TO  WD-OT-EXCL-AMT
           COMPUTE WK-AMT-CENTS OF W-WK
                   =  WK-CLS-CAP-EXCL OF W-WK (WK-CLS-IDX OF W-WK)
                   *  100
           MOVE WK-AMT-CENTS OF W-WK  TO  WD-CAP-EXCL-AMT
           COMPUTE WK-AMT-CENTS OF W-WK
                   =  WK-CLS-REPORT OF W-WK (WK-CLS-IDX OF W-WK)
                   *  100
           MOVE WK-AMT-CENTS OF W-WK  TO  WD-REPORT-AMT
           MOVE WK-CLS-RATE OF W-WK (WK-CLS-IDX OF W-WK)  TO  WD-RATE
           COMPUTE WK-AMT-CENTS OF W-WK
                   =  WK-PREMIUM-AMT OF W-WK  *  100
           MOVE WK-AMT-CENTS OF W-WK  TO  WD-PREMIUM-AMT

           WRITE WC-AUDIT-REC  FROM  W-WC-DTL

           ADD 1  TO  WK-DETAIL-CNT OF W-WK

           .
       WRITE-CARRIER-DTL-EXIT.


      /*****************************************************************
      *                                                                *
       NB000-REGISTER-INTERFACE SECTION.
       NB000.
      *  Records the carrier audit file on the interface register.  A  *
      *  failed register write is reported but does not fail the run.  *
      ******************************************************************

           MOVE PROGRAM-IDENTITY  TO  GENERATOR-PROGRAM OF W-IFREGPARM
           MOVE 'WCAUDIT'  TO  INTERFACE-FILE OF W-IFREGPARM
           MOVE COMPANY OF S-RUNCTL  TO  COMPANY OF W-IFREGPARM
           MOVE SPACE                TO  PAYGROUP OF W-IFREGPARM
           MOVE THRU-DT OF S-RUNCTL  TO  PAY-END-DT OF W-IFREGPARM
           MOVE WK-DETAIL-CNT OF W-WK
                   TO  IF-REC-CNT OF W-IFREGPARM
           MOVE WK-CO-RPT-TOT OF W-WK
                   TO  IF-CTL-AMT OF W-IFREGPARM
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF W-IFREGPARM

           CALL 'CCCIFREG' USING   SQLRT
                                   W-IFREGPARM
           IF RETURN-CD-FAILURE OF W-IFREGPARM

               DISPLAY 'Interface register write failed; the '
                       'carrier audit file is sound but must be '
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
           DISPLAY 'Workers Comp Premium Report ended at '
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

           SET RUN-STATUS-SUCCESSFUL OF USTAT  TO  TRUE

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
           DISPLAY 'Workers Comp Premium Report did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
