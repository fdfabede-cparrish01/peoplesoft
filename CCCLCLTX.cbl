       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCLCLTX.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *      CCCLCLTX - LOCAL INCOME TAX REMITTANCE AND RETURN FILE    *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- sums the confirmed local tax        *
      *       detail for a calendar by collector and locality,         *
      *       derives each collector's due date from the collector     *
      *       schedule table rolled to a banking day through           *
      *       CCCBNKDY, writes the collector's remittance and          *
      *       employee-detail return and registers each collector's    *
      *       return through CCCIFREG.                                 *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * POST-CONFIRM LOCAL TAX REMITTANCE FOR ONE COMPANY/PAY GROUP/   *
      * PAY END DATE.  CCCTXDEP PAYS THE FEDERAL AND STATE TAX         *
      * CLASSES; THIS PROGRAM TAKES THE CITY, COUNTY AND SCHOOL        *
      * DISTRICT WITHHOLDING (MUNICIPAL INCOME TAX, EARNED INCOME AND  *
      * LOCAL SERVICES TAX AND THE LIKE) FROM THE SAME CONFIRMED       *
      * CHECK TAX DETAIL, GROUPED BY THE COLLECTOR THAT RECEIVES IT    *
      * AND THE LOCALITY CODE WITHIN THE COLLECTOR.                    *
      *                                                                *
      * EACH COLLECTOR'S DUE DATE COMES FROM ITS ROW ON THE COLLECTOR  *
      * SCHEDULE TABLE, MEASURED FROM THE CALENDAR'S CHECK DATE:       *
      *   'M' MONTHLY   - DUE-DAY OF THE MONTH AFTER THE CHECK DATE    *
      *   'Q' QUARTERLY - DUE-DAY OF THE MONTH AFTER THE QUARTER END   *
      *   'D' DAYS      - DUE-DAY DAYS AFTER THE CHECK DATE            *
      * A COLLECTOR WITH NO ROW DEFAULTS TO MONTHLY ON THE FIFTEENTH   *
      * AND IS REPORTED.  THE RESULT IS ROLLED FORWARD TO A BANKING    *
      * DAY THROUGH CCCBNKDY.                                          *
      *                                                                *
      * THE LCLTAXRM FILE CARRIES ONE RETURN PER COLLECTOR (H HEADER,  *
      * E EMPLOYEE DETAIL AND L LOCALITY REMITTANCE PER LOCALITY, T    *
      * TRAILER), EACH REGISTERED SEPARATELY AS LT PLUS THE COLLECTOR  *
      * CODE.                                                          *
      *                                                                *
      ******************************************************************

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Local tax remittance and return file; fixed 150-byte
      *    records, plain sequential organization.
           SELECT LCL-REMIT-FILE      ASSIGN TO  'LCLTAXRM'
                                       ORGANIZATION IS  SEQUENTIAL
                                       FILE STATUS IS  WK-FILE-STATUS.


       DATA DIVISION.


       FILE SECTION.

       FD  LCL-REMIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.

       01  LCL-REMIT-REC               PIC X(150).


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCLCLTX'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-FILE-STATUS          PIC XX.
               88  WK-FILE-STATUS-OK               VALUE '00'.

      *    Working date, held in the table form (YYYY-MM-DD) with
      *    numeric views of the pieces for the due-date arithmetic.
           02  WK-DATE.
               03  WK-YR               PIC X(4).
               03  WK-NUM-YR    REDEFINES WK-YR   PIC 9(4).
               03  FILLER              PIC X       VALUE '-'.
               03  WK-MO               PIC XX.
               03  WK-NUM-MO    REDEFINES WK-MO   PIC 99.
               03  FILLER              PIC X       VALUE '-'.
               03  WK-DAY              PIC XX.
               03  WK-NUM-DAY   REDEFINES WK-DAY  PIC 99.

           02  WK-MO-LEN               PIC 99            VALUE ZERO.
           02  WK-RESULT               PIC S9(4)V9(5).
           02  WK-RESULT-INTEGER       PIC S9(4).
           02  WK-ADD-DAYS             PIC 99      COMP  VALUE ZERO.
           02  WK-QTR-NBR              PIC 9       COMP  VALUE ZERO.
           02  WK-DUE-DT               PIC X(10)   VALUE SPACE.

           02  WK-CUR-COLLECTOR        PIC X(10)   VALUE SPACE.
           02  WK-CUR-LOCALITY         PIC X(10)   VALUE SPACE.
           02  WK-COLL-CNT             PIC 9(5)    COMP  VALUE ZERO.
           02  WK-DEFAULT-CNT          PIC 9(5)    COMP  VALUE ZERO.
           02  WK-COLL-EMPL-CNT        PIC 9(7)    COMP  VALUE ZERO.
           02  WK-COLL-LOC-CNT         PIC 9(5)    COMP  VALUE ZERO.
           02  WK-LOC-EMPL-CNT         PIC 9(7)    COMP  VALUE ZERO.
           02  WK-EMPL-CNT             PIC 9(7)    COMP  VALUE ZERO.
           02  WK-LOC-WAGES            PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-LOC-TAX              PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-COLL-TAX             PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-TOT-TAX              PIC S9(13)V99 COMP-3 VALUE ZERO.
           02  WK-AMT-CENTS            PIC 9(13)         VALUE ZERO.


      *    Plain YYYYMMDD image of WK-DATE for the return records.
       01  W-DATE-8.
           02  WK-DATE-8.
               03  WK-D8-YR            PIC X(4).
               03  WK-D8-MO            PIC XX.
               03  WK-D8-DAY           PIC XX.


       01  W-DSP.
           02  COLL-CNT                PIC ZZ,ZZ9.
           02  EMPL-CNT                PIC ZZZ,ZZ9.
           02  AMT-OUT                 PIC ZZZ,ZZZ,ZZ9.99-.
           02  TOT-OUT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.


       01  W-SW.
           02  FETCH-LCL-SW            PIC X       VALUE SPACE.
               88  FETCH-LCL-END                   VALUE 'E'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Banking-Day Calendar Service                               *
      ******************************************************************

           COPY CCCBDWK.


      /*****************************************************************
      * CCC Interface File Register                                    *
      ******************************************************************

           COPY CCCIFWK.


      /*****************************************************************
      *            LOCAL TAX RETURN RECORD IMAGES                      *
      *  Fixed 150-byte records: H collector header, E employee        *
      *  detail, L locality remittance, T collector trailer.  Amounts  *
      *  are unsigned cents, right-justified zero-filled; dates are    *
      *  YYYYMMDD.                                                     *
      ******************************************************************
       01  W-LT-HDR.
           02  FILLER                  PIC X       VALUE 'H'.
           02  LH-COLLECTOR            PIC X(10).
           02  LH-COLLECTOR-NAME       PIC X(30).
           02  LH-EMPLOYER-ACCT        PIC X(15).
           02  LH-EIN                  PIC X(9).
           02  LH-PAY-END-DT           PIC X(8).
           02  LH-CHECK-DT             PIC X(8).
           02  LH-DUE-DT               PIC X(8).
           02  FILLER                  PIC X(61)   VALUE SPACE.

       01  W-LT-EMP.
           02  FILLER                  PIC X       VALUE 'E'.
           02  LE-LOCALITY             PIC X(10).
           02  LE-EMPLID               PIC X(20).
           02  LE-SSN                  PIC X(9).
           02  LE-EMPL-NAME            PIC X(40).
           02  LE-LOCAL-WAGES          PIC 9(11).
           02  LE-LOCAL-TAX            PIC 9(11).
           02  FILLER                  PIC X(48)   VALUE SPACE.

       01  W-LT-LOC.
           02  FILLER                  PIC X       VALUE 'L'.
           02  LL-LOCALITY             PIC X(10).
           02  LL-EMPL-CNT             PIC 9(7).
           02  LL-LOCAL-WAGES          PIC 9(13).
           02  LL-LOCAL-TAX            PIC 9(13).
           02  FILLER                  PIC X(106)  VALUE SPACE.

       01  W-LT-TRL.
           02  FILLER                  PIC X       VALUE 'T'.
           02  LT-COLLECTOR            PIC X(10).
           02  LT-EMPL-CNT             PIC 9(7).
           02  LT-LOCALITY-CNT         PIC 9(5).
           02  LT-TOTAL-TAX            PIC 9(13).
           02  FILLER                  PIC X(114)  VALUE SPACE.


      /*****************************************************************
      *            LOCAL TAX REMITTANCE RUN CONTROL BUFFER AND STMT    *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCLCLTX_S_RUNCTL'.

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
                                                   'CCCLCLTX_D_RUNCTL'.

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
                                                   'CCCLCLTX_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  PAY CALENDAR CHECK DATE  BUFFER AND STMT                      *
      ******************************************************************
       01  S-CAL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCLCLTX_S_CAL'.

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
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(9)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  CHECK-DT            PIC X(10).
               03  PAY-CONFIRM-RUN     PIC X.
                   88  PAY-CONFIRMED               VALUE 'Y'.
               03  EIN                 PIC X(9).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  CONFIRMED LOCAL TAX DETAIL  BUFFER AND STMT                   *
      *  One row per collector, locality and employee, in that order:  *
      *  the confirmed local taxable wages and withholding on the      *
      *  calendar's checks for every local tax class.  Carries its     *
      *  own cursor; the collector schedule lookup runs nested on the  *
      *  common one.                                                   *
      ******************************************************************
       01  S-LCLTAX.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCLCLTX_S_LCLTAX'.

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
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(9)    VALUE ALL 'C'.
               03  FILLER              PIC X(40)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COLLECTOR           PIC X(10).
               03  LOCALITY            PIC X(10).
               03  EMPLID              PIC X(20).
               03  SSN                 PIC X(9).
               03  EMPL-NAME           PIC X(40).
               03  LOCAL-WAGES         PIC S9(9)V99            COMP-3.
               03  LOCAL-TAX           PIC S9(9)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  COLLECTOR SCHEDULE LOOKUP  BUFFER AND STMT                    *
      *  One row per company/collector: the collector's name, the      *
      *  employer's account with it and its due-date rule.  A         *
      *  collector with no row defaults to monthly on the fifteenth    *
      *  in MB100.                                                     *
      ******************************************************************
       01  S-COLLSCHD.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCLCLTX_S_COLLSCH'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  COLLECTOR           PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(15)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COLLECTOR-NAME      PIC X(30).
               03  EMPLOYER-ACCT       PIC X(15).
               03  DUE-FREQ            PIC X.
                   88  DUE-FREQ-MONTHLY            VALUE 'M'.
                   88  DUE-FREQ-QUARTERLY          VALUE 'Q'.
                   88  DUE-FREQ-DAYS               VALUE 'D'.
               03  DUE-DAY             PIC 99                  COMP.
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
           DISPLAY 'Local Tax Remittance started for Company: '
                   COMPANY OF S-RUNCTL
           DISPLAY '                     Pay Group: '
                   PAYGROUP OF S-RUNCTL
           DISPLAY '                     Pay End Date: '
                   PAY-END-DT OF S-RUNCTL
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM DG000-SELECT-CHECK-DT

           PERFORM MA000-BUILD-REMIT-FILE

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

                   DISPLAY 'Local Tax Remittance Run Control Missing.'
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
       DG000-SELECT-CHECK-DT SECTION.
       DG000.
      *  Only a confirmed calendar's tax is remitted.                  *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-CAL
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-CAL
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-CAL

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-CAL
                                   BIND-SETUP OF S-CAL
                                   BIND-DATA OF S-CAL
                                   SELECT-SETUP OF S-CAL
                                   SELECT-DATA OF S-CAL
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-CHECK-DT(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-CAL

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   DISPLAY 'Pay calendar was not found.'
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   PERFORM ZZ000-SQL-ERROR
               ELSE
                   MOVE 'SELECT-CHECK-DT(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF NOT PAY-CONFIRMED OF S-CAL

               DISPLAY 'Pay calendar is not confirmed; local tax '
                       'is remitted only after confirm.'
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SELECT-CHECK-DT-EXIT.


      /*****************************************************************
      *                                                                *
       MA000-BUILD-REMIT-FILE SECTION.
       MA000.
      *  Walks the local tax rows in collector and locality order.     *
      *  A change of locality closes the locality's remittance; a      *
      *  change of collector closes the collector's whole return.      *
      ******************************************************************

           OPEN OUTPUT LCL-REMIT-FILE

           IF NOT WK-FILE-STATUS-OK OF W-WK

               DISPLAY 'Local tax remittance file could not be '
                       'opened, status: ' WK-FILE-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-LCLTAX
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-LCLTAX
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-LCLTAX

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-LCLTAX
                                   SQL-STMT OF S-LCLTAX
                                   BIND-SETUP OF S-LCLTAX
                                   BIND-DATA OF S-LCLTAX
                                   SELECT-SETUP OF S-LCLTAX
                                   SELECT-DATA OF S-LCLTAX
           IF RTNCD-ERROR OF SQLRT

               MOVE 'BUILD-REMIT-FILE(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MA100-FETCH-LCLTAX

           PERFORM MB000-PROCESS-ONE-ROW
                   UNTIL FETCH-LCL-END OF W-SW

           IF WK-CUR-COLLECTOR OF W-WK  NOT =  SPACE

               PERFORM MC000-END-LOCALITY
               PERFORM MD000-END-COLLECTOR
           END-IF

           CLOSE LCL-REMIT-FILE

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'BUILD-REMIT-FILE(COMMIT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       BUILD-REMIT-FILE-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-FETCH-LCLTAX SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-LCLTAX

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-LCLTAX
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-LCL-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-LCLTAX'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-LCLTAX-EXIT.


      /*****************************************************************
      *                                                                *
       MB000-PROCESS-ONE-ROW SECTION.
       MB000.
      *                                                                *
      ******************************************************************

           IF COLLECTOR OF SELECT-DATA OF S-LCLTAX
                   NOT =  WK-CUR-COLLECTOR OF W-WK

               IF WK-CUR-COLLECTOR OF W-WK  NOT =  SPACE

                   PERFORM MC000-END-LOCALITY
                   PERFORM MD000-END-COLLECTOR
               END-IF

               PERFORM MB100-BEGIN-COLLECTOR
               PERFORM MB200-BEGIN-LOCALITY
           ELSE

               IF LOCALITY OF S-LCLTAX
                       NOT =  WK-CUR-LOCALITY OF W-WK

                   PERFORM MC000-END-LOCALITY
                   PERFORM MB200-BEGIN-LOCALITY
               END-IF
           END-IF

           MOVE LOCALITY OF S-LCLTAX   TO  LE-LOCALITY
           MOVE EMPLID OF S-LCLTAX     TO  LE-EMPLID
           MOVE SSN OF S-LCLTAX        TO  LE-SSN
           MOVE EMPL-NAME OF S-LCLTAX  TO  LE-EMPL-NAME

           COMPUTE WK-AMT-CENTS OF W-WK
                   =  LOCAL-WAGES OF S-LCLTAX  *  100
           MOVE WK-AMT-CENTS OF W-WK   TO  LE-LOCAL-WAGES
           COMPUTE WK-AMT-CENTS OF W-WK
                   =  LOCAL-TAX OF S-LCLTAX  *  100
           MOVE WK-AMT-CENTS OF W-WK   TO  LE-LOCAL-TAX

           WRITE LCL-REMIT-REC  FROM  W-LT-EMP

           ADD 1  TO  WK-LOC-EMPL-CNT OF W-WK
           ADD LOCAL-WAGES OF S-LCLTAX  TO  WK-LOC-WAGES OF W-WK
           ADD LOCAL-TAX OF S-LCLTAX    TO  WK-LOC-TAX OF W-WK

           PERFORM MA100-FETCH-LCLTAX

           .
       PROCESS-ONE-ROW-EXIT.


      /*****************************************************************
      *                                                                *
       MB100-BEGIN-COLLECTOR SECTION.
       MB100.
      *  Looks up the collector's schedule, derives its due date and   *
      *  writes the header that opens its return.                      *
      ******************************************************************

           MOVE COLLECTOR OF SELECT-DATA OF S-LCLTAX
                   TO  WK-CUR-COLLECTOR OF W-WK
           MOVE ZERO  TO  WK-COLL-EMPL-CNT OF W-WK
           MOVE ZERO  TO  WK-COLL-LOC-CNT OF W-WK
           MOVE ZERO  TO  WK-COLL-TAX OF W-WK

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-COLLSCHD
           MOVE WK-CUR-COLLECTOR OF W-WK
                   TO  COLLECTOR OF BIND-DATA OF S-COLLSCHD

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-COLLSCHD
                                   BIND-SETUP OF S-COLLSCHD
                                   BIND-DATA OF S-COLLSCHD
                                   SELECT-SETUP OF S-COLLSCHD
                                   SELECT-DATA OF S-COLLSCHD
           IF RTNCD-ERROR OF SQLRT

               MOVE 'BEGIN-COLLECTOR(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-COLLSCHD

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   MOVE 'M'  TO  DUE-FREQ OF S-COLLSCHD
                   MOVE 15   TO  DUE-DAY OF S-COLLSCHD
                   ADD 1  TO  WK-DEFAULT-CNT OF W-WK
                   DISPLAY 'No collector schedule for '
                           WK-CUR-COLLECTOR OF W-WK
                           '; defaulted to monthly on the 15th.'
               ELSE
                   MOVE 'BEGIN-COLLECTOR(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           PERFORM XG000-COMPUTE-DUE-DT

           MOVE WK-CUR-COLLECTOR OF W-WK    TO  LH-COLLECTOR
           MOVE COLLECTOR-NAME OF S-COLLSCHD
                                            TO  LH-COLLECTOR-NAME
           MOVE EMPLOYER-ACCT OF S-COLLSCHD TO  LH-EMPLOYER-ACCT
           MOVE EIN OF S-CAL                TO  LH-EIN

           MOVE PAY-END-DT OF S-RUNCTL  TO  WK-DATE OF W-WK
           PERFORM XH000-FORMAT-DATE-8
           MOVE WK-DATE-8 OF W-DATE-8   TO  LH-PAY-END-DT
           MOVE CHECK-DT OF S-CAL       TO  WK-DATE OF W-WK
           PERFORM XH000-FORMAT-DATE-8
           MOVE WK-DATE-8 OF W-DATE-8   TO  LH-CHECK-DT
           MOVE WK-DUE-DT OF W-WK       TO  WK-DATE OF W-WK
           PERFORM XH000-FORMAT-DATE-8
           MOVE WK-DATE-8 OF W-DATE-8   TO  LH-DUE-DT

           WRITE LCL-REMIT-REC  FROM  W-LT-HDR

           DISPLAY 'Collector: ' WK-CUR-COLLECTOR OF W-WK
                   '  ' COLLECTOR-NAME OF S-COLLSCHD
                   '  due ' WK-DUE-DT OF W-WK

           .
       BEGIN-COLLECTOR-EXIT.


      /*****************************************************************
      *                                                                *
       MB200-BEGIN-LOCALITY SECTION.
       MB200.
      *                                                                *
      ******************************************************************

           MOVE LOCALITY OF S-LCLTAX  TO  WK-CUR-LOCALITY OF W-WK
           MOVE ZERO  TO  WK-LOC-EMPL-CNT OF W-WK
           MOVE ZERO  TO  WK-LOC-WAGES OF W-WK
           MOVE ZERO  TO  WK-LOC-TAX OF W-WK

           .
       BEGIN-LOCALITY-EXIT.


      /*****************************************************************
      *                                                                *
       MC000-END-LOCALITY SECTION.
       MC000.
      *  Writes the locality's remittance record after its employee    *
      *  detail.                                                       *
      ******************************************************************

           MOVE WK-CUR-LOCALITY OF W-WK  TO  LL-LOCALITY
           MOVE WK-LOC-EMPL-CNT OF W-WK  TO  LL-EMPL-CNT
           COMPUTE LL-LOCAL-WAGES
                   =  WK-LOC-WAGES OF W-WK  *  100
           COMPUTE LL-LOCAL-TAX
                   =  WK-LOC-TAX OF W-WK  *  100

           WRITE LCL-REMIT-REC  FROM  W-LT-LOC

           MOVE WK-LOC-EMPL-CNT OF W-WK  TO  EMPL-CNT OF W-DSP
           MOVE WK-LOC-TAX OF W-WK       TO  AMT-OUT OF W-DSP
           DISPLAY '  Locality ' WK-CUR-LOCALITY OF W-WK
                   '  Employees: ' EMPL-CNT OF W-DSP
                   '  Tax: ' AMT-OUT OF W-DSP

           ADD 1  TO  WK-COLL-LOC-CNT OF W-WK
           ADD WK-LOC-EMPL-CNT OF W-WK  TO  WK-COLL-EMPL-CNT OF W-WK
           ADD WK-LOC-TAX OF W-WK       TO  WK-COLL-TAX OF W-WK

           .
       END-LOCALITY-EXIT.


      /*****************************************************************
      *                                                                *
       MD000-END-COLLECTOR SECTION.
       MD000.
      *  Writes the trailer that closes the collector's return and     *
      *  registers the return.                                         *
      ******************************************************************

           MOVE WK-CUR-COLLECTOR OF W-WK  TO  LT-COLLECTOR
           MOVE WK-COLL-EMPL-CNT OF W-WK  TO  LT-EMPL-CNT
           MOVE WK-COLL-LOC-CNT OF W-WK   TO  LT-LOCALITY-CNT
           COMPUTE LT-TOTAL-TAX
                   =  WK-COLL-TAX OF W-WK  *  100

           WRITE LCL-REMIT-REC  FROM  W-LT-TRL

           MOVE WK-COLL-TAX OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY '  Collector remittance:    ' TOT-OUT OF W-DSP

           PERFORM NB000-REGISTER-INTERFACE

           ADD 1  TO  WK-COLL-CNT OF W-WK
           ADD WK-COLL-EMPL-CNT OF W-WK  TO  WK-EMPL-CNT OF W-WK
           ADD WK-COLL-TAX OF W-WK       TO  WK-TOT-TAX OF W-WK

           .
       END-COLLECTOR-EXIT.


      /*****************************************************************
      *                                                                *
       NA000-REPORT-CONTROL-TOTALS SECTION.
       NA000.
      *                                                                *
      ******************************************************************

           MOVE WK-COLL-CNT OF W-WK  TO  COLL-CNT OF W-DSP
           MOVE WK-EMPL-CNT OF W-WK  TO  EMPL-CNT OF W-DSP
           MOVE WK-TOT-TAX OF W-WK   TO  TOT-OUT OF W-DSP

           DISPLAY 'Local Tax Remittance Control Totals'
           DISPLAY '  Collector Returns:   ' COLL-CNT OF W-DSP
           DISPLAY '  Employee Records:    ' EMPL-CNT OF W-DSP
           DISPLAY '  Total Local Tax:     ' TOT-OUT OF W-DSP

           IF WK-DEFAULT-CNT OF W-WK  NOT =  ZERO

               MOVE WK-DEFAULT-CNT OF W-WK  TO  COLL-CNT OF W-DSP
               DISPLAY '  Collectors without a schedule row: '
                       COLL-CNT OF W-DSP
           END-IF

           .
       REPORT-CONTROL-TOTALS-EXIT.


      /*****************************************************************
      *                                                                *
       NB000-REGISTER-INTERFACE SECTION.
       NB000.
      *  Records the collector's return on the interface register     *
      *  under LT plus the collector code.  A failed register write    *
      *  is reported but does not fail the run.  The register rows     *
      *  are committed once the file is closed.                        *
      ******************************************************************

           MOVE SPACE  TO  INTERFACE-FILE OF W-IFREGPARM
           STRING 'LT' WK-CUR-COLLECTOR OF W-WK
                   DELIMITED BY SIZE
                   INTO INTERFACE-FILE OF W-IFREGPARM

           MOVE PROGRAM-IDENTITY  TO  GENERATOR-PROGRAM OF W-IFREGPARM
           MOVE COMPANY OF S-RUNCTL  TO  COMPANY OF W-IFREGPARM
           MOVE PAYGROUP OF S-RUNCTL TO  PAYGROUP OF W-IFREGPARM
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF W-IFREGPARM
           MOVE WK-COLL-EMPL-CNT OF W-WK
                   TO  IF-REC-CNT OF W-IFREGPARM
           MOVE WK-COLL-TAX OF W-WK  TO  IF-CTL-AMT OF W-IFREGPARM
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF W-IFREGPARM

           CALL 'CCCIFREG' USING   SQLRT
                                   W-IFREGPARM
           IF RETURN-CD-FAILURE OF W-IFREGPARM

               DISPLAY 'Interface register write failed; the '
                       WK-CUR-COLLECTOR OF W-WK
                       ' return is sound but must be logged by hand.'
           END-IF

           .
       REGISTER-INTERFACE-EXIT.


      /*****************************************************************
      *                                                                *
       XA000-MONTH-LENGTH SECTION.
       XA000.
      *                                                                *
      ******************************************************************

           IF WK-MO OF W-WK  =  '04' OR '06' OR '09' OR '11'

               MOVE 30  TO  WK-MO-LEN OF W-WK
           ELSE
               IF WK-MO OF W-WK  =  '02'

                   COMPUTE WK-RESULT OF W-WK
                           =  WK-NUM-YR OF W-WK
                           /  4

                   MOVE WK-RESULT OF W-WK
                           TO  WK-RESULT-INTEGER OF W-WK

                   IF WK-RESULT OF W-WK
                           >  WK-RESULT-INTEGER OF W-WK

                       MOVE 28  TO  WK-MO-LEN OF W-WK
                   ELSE
                       MOVE 29  TO  WK-MO-LEN OF W-WK
                   END-IF
               ELSE
                   MOVE 31  TO  WK-MO-LEN OF W-WK
               END-IF
           END-IF

           .
       MONTH-LENGTH-EXIT.


      /*****************************************************************
      *                                                                *
       XB000-ADD-DAYS SECTION.
       XB000.
      *  Adds WK-ADD-DAYS days to WK-DATE, rolling month and year.     *
      ******************************************************************

           ADD WK-ADD-DAYS OF W-WK  TO  WK-NUM-DAY OF W-WK

           PERFORM XA000-MONTH-LENGTH

           PERFORM XB100-ROLL-ONE-MONTH
                   UNTIL WK-NUM-DAY OF W-WK
                           NOT >  WK-MO-LEN OF W-WK

           .
       ADD-DAYS-EXIT.


      /*****************************************************************
      *                                                                *
       XB100-ROLL-ONE-MONTH SECTION.
       XB100.
      *                                                                *
      ******************************************************************

           SUBTRACT WK-MO-LEN OF W-WK  FROM  WK-NUM-DAY OF W-WK
           ADD 1  TO  WK-NUM-MO OF W-WK

           IF WK-NUM-MO OF W-WK  >  12

               MOVE 1  TO  WK-NUM-MO OF W-WK
               ADD 1  TO  WK-NUM-YR OF W-WK
           END-IF

           PERFORM XA000-MONTH-LENGTH

           .
       ROLL-ONE-MONTH-EXIT.


      /*****************************************************************
      *                                                                *
       XG000-COMPUTE-DUE-DT SECTION.
       XG000.
      *  Derives the collector's due date in WK-DUE-DT from the        *
      *  calendar's check date and the collector's rule, then rolls    *
      *  it forward to a banking day through CCCBNKDY.  A due day      *
      *  past the end of the month falls on the month's last day.      *
      ******************************************************************

           MOVE CHECK-DT OF S-CAL  TO  WK-DATE OF W-WK

           IF DUE-FREQ-DAYS OF S-COLLSCHD

               MOVE DUE-DAY OF S-COLLSCHD  TO  WK-ADD-DAYS OF W-WK
               PERFORM XB000-ADD-DAYS
           ELSE

               IF DUE-FREQ-QUARTERLY OF S-COLLSCHD

                   ADD 2  TO  WK-NUM-MO OF W-WK
                   DIVIDE WK-NUM-MO OF W-WK  BY  3
                           GIVING WK-QTR-NBR OF W-WK
                   MULTIPLY WK-QTR-NBR OF W-WK  BY  3
                           GIVING WK-NUM-MO OF W-WK
               END-IF

               ADD 1  TO  WK-NUM-MO OF W-WK

               IF WK-NUM-MO OF W-WK  >  12

                   MOVE 1  TO  WK-NUM-MO OF W-WK
                   ADD 1  TO  WK-NUM-YR OF W-WK
               END-IF

               PERFORM XA000-MONTH-LENGTH

               IF DUE-DAY OF S-COLLSCHD  >  WK-MO-LEN OF W-WK

                   MOVE WK-MO-LEN OF W-WK  TO  WK-NUM-DAY OF W-WK
               ELSE
                   MOVE DUE-DAY OF S-COLLSCHD  TO  WK-NUM-DAY OF W-WK
               END-IF
           END-IF

           SET ACTION-NEXT-BANKING OF W-BNKDYPARM  TO  TRUE
           MOVE WK-DATE OF W-WK  TO  IN-DATE OF W-BNKDYPARM

           CALL 'CCCBNKDY' USING   SQLRT
                                   W-BNKDYPARM
           IF RETURN-CD-FAILURE OF W-BNKDYPARM

               MOVE 'COMPUTE-DUE-DT(CCCBNKDY)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE OUT-DATE OF W-BNKDYPARM  TO  WK-DUE-DT OF W-WK

           .
       COMPUTE-DUE-DT-EXIT.


      /*****************************************************************
      *                                                                *
       XH000-FORMAT-DATE-8 SECTION.
       XH000.
      *  Reshapes the WK-DATE table form (YYYY-MM-DD) into the plain   *
      *  YYYYMMDD the return records carry.                            *
      ******************************************************************

           MOVE WK-YR OF W-WK   TO  WK-D8-YR OF W-DATE-8
           MOVE WK-MO OF W-WK   TO  WK-D8-MO OF W-DATE-8
           MOVE WK-DAY OF W-WK  TO  WK-D8-DAY OF W-DATE-8

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
           DISPLAY 'Local Tax Remittance ended at '
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
           DISPLAY 'Local Tax Remittance did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
