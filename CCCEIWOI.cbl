       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCEIWOI.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *      CCCEIWOI - E-IWO INCOME WITHHOLDING ORDER INTAKE          *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- reads the state's electronic        *
      *       income withholding order file, matches each order to     *
      *       the employee by SSN and name, creates, amends or ends    *
      *       the support order row CCCGRNPR applies, answers every    *
      *       order on the acknowledgment file with its disposition    *
      *       and reason, and lists the orders it could not take.      *
      *       Replaces keying orders from the e-IWO portal.            *
      *    10/15/26 TJM Social Security numbers on the exception       *
      *       report pass through CCCMSKDT, masked per the data        *
      *       classification table unless the operator holds the       *
      *       unmask grant; the acknowledgment file keeps the full     *
      *       value for the agency.                                    *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * READS THE STATE'S 300-BYTE E-IWO FILE FOR ONE COMPANY.  THE    *
      * FH FILE HEADER NAMES THE SENDING STATE; EACH DT DETAIL IS ONE  *
      * ORDER DOCUMENT: ORG ORIGINAL, AMD AMENDED OR TRM TERMINATION.  *
      * BATCH AND FILE CONTROL RECORDS ARE PASSED OVER.                *
      *                                                                *
      * THE ORDER'S SSN MUST BE ON FILE FOR THE COMPANY AND THE ORDER  *
      * LAST NAME MUST AGREE WITH THE EMPLOYEE'S; NOTHING IS GUESSED.  *
      * AN ORIGINAL ORDER IS ADDED AS A SUPPORT ORDER BEHIND THE       *
      * EMPLOYEE'S EXISTING SUPPORT ORDERS, WITH THE CURRENT AND       *
      * PAST-DUE AMOUNTS CONVERTED FROM THEIR ORDER FREQUENCIES TO     *
      * THE EMPLOYEE'S PAY FREQUENCY AND THE ORDER'S WITHHOLDING       *
      * LIMIT (THE COMPANY DEFAULT CCPA PERCENT WHEN NONE IS GIVEN).   *
      * AN AMENDMENT ENDS THE CASE'S ACTIVE ROW THE DAY BEFORE ITS     *
      * EFFECTIVE DATE AND ADDS THE AMENDED ROW AT THE SAME PRIORITY;  *
      * A TERMINATION ENDS THE ACTIVE ROW THE SAME WAY.                *
      *                                                                *
      * EVERY DT RECORD IS ANSWERED ON THE EIWOACK FILE, ACCEPTED (A)  *
      * OR REJECTED (R) WITH ONE OF THESE REASONS:                     *
      *   NE  NOT OUR EMPLOYEE -- SSN NOT ON FILE                      *
      *   NM  NAME DOES NOT MATCH THE SSN                              *
      *   TE  EMPLOYEE TERMINATED (TERMINATION DATE RETURNED)          *
      *   NF  NO ACTIVE ORDER FOR THE CASE TO AMEND OR TERMINATE       *
      *   DU  AN ACTIVE ORDER ALREADY EXISTS FOR THE CASE              *
      *   ED  DATED ON OR BEFORE THE ACTIVE ORDER'S EFFECTIVE DATE     *
      *   IA  INVALID ACTION, FREQUENCY OR AMOUNT                      *
      * EVERY REJECTED ORDER IS ALSO PRINTED ON THE EXCEPTION REPORT.  *
      * THE ACKNOWLEDGMENT FILE IS REGISTERED THROUGH CCCIFREG.        *
      *                                                                *
      ******************************************************************

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    The state's e-IWO order file, fixed 300-byte records.
           SELECT EIWO-IN-FILE        ASSIGN TO  'EIWOIN'
                                       ORGANIZATION IS  SEQUENTIAL
                                       FILE STATUS IS  WK-FILE-STATUS.

      *    Acknowledgment back to the agency, fixed 200-byte records.
           SELECT EIWO-ACK-FILE       ASSIGN TO  'EIWOACK'
                                       ORGANIZATION IS  SEQUENTIAL
                                       FILE STATUS IS  WK-FILE-STATUS.


       DATA DIVISION.


       FILE SECTION.

       FD  EIWO-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS.

       01  EIWO-IN-REC                 PIC X(300).

       FD  EIWO-ACK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.

       01  EIWO-ACK-REC                PIC X(200).


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCEIWOI'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-FILE-STATUS          PIC XX.
               88  WK-FILE-STATUS-OK               VALUE '00'.
           02  WK-TODAY-DT             PIC X(10)   VALUE SPACE.
           02  WK-DATE-RAW             PIC 9(8)          VALUE ZERO.

      *    Working date, held in the table form (YYYY-MM-DD) with
      *    numeric views of the pieces for the day-before arithmetic.
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
           02  WK-EFFECT-DT            PIC X(10)   VALUE SPACE.
           02  WK-END-DT               PIC X(10)   VALUE SPACE.

           02  WK-FREQ                 PIC X       VALUE SPACE.
           02  WK-FREQ-IDX             PIC 9       COMP  VALUE ZERO.
           02  WK-PRDS                 PIC 99      COMP  VALUE ZERO.
           02  WK-EMPL-PRDS            PIC 99      COMP  VALUE ZERO.
           02  WK-CUR-AMT              PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-ARR-AMT              PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-ANNUAL-AMT           PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-ORDER-AMT            PIC S9(7)V99  COMP-3 VALUE ZERO.
           02  WK-ORDER-PCT            PIC S9(3)V99  COMP-3 VALUE ZERO.
           02  WK-FILE-LAST-NAME       PIC X(20)   VALUE SPACE.
           02  WK-EMPL-LAST-NAME       PIC X(20)   VALUE SPACE.
           02  WK-REASON-CD            PIC XX      VALUE SPACE.
           02  WK-REASON-TEXT          PIC X(40)   VALUE SPACE.
           02  WK-SENDING-STATE        PIC XX      VALUE SPACE.

           02  WK-ORDER-CNT            PIC 9(7)    COMP  VALUE ZERO.
           02  WK-ADDED-CNT            PIC 9(7)    COMP  VALUE ZERO.
           02  WK-AMENDED-CNT          PIC 9(7)    COMP  VALUE ZERO.
           02  WK-ENDED-CNT            PIC 9(7)    COMP  VALUE ZERO.
           02  WK-REJECT-CNT           PIC 9(7)    COMP  VALUE ZERO.
           02  WK-ACK-CNT              PIC 9(7)    COMP  VALUE ZERO.

      *    Pay periods per year by frequency code: weekly, biweekly,
      *    semimonthly, monthly.
           02  WK-FREQ-TABLE.
               03  FILLER              PIC X(3)    VALUE 'W52'.
               03  FILLER              PIC X(3)    VALUE 'B26'.
               03  FILLER              PIC X(3)    VALUE 'S24'.
               03  FILLER              PIC X(3)    VALUE 'M12'.
           02  WK-FREQ-TAB  REDEFINES WK-FREQ-TABLE.
               03  WK-FREQ-ENTRY                   OCCURS 4.
                   04  WK-FREQ-CD      PIC X.
                   04  WK-FREQ-PRDS    PIC 99.
           02  WK-SSN-OUT              PIC X(9)    VALUE SPACE.


       01  W-DSP.
           02  CNT-OUT                 PIC ZZZ,ZZ9.
           02  AMT-OUT                 PIC ZZZ,ZZ9.99-.


       01  W-SW.
           02  IWO-EOF-SW              PIC X       VALUE 'N'.
               88  IWO-EOF-YES                     VALUE 'Y'.
           02  WK-ACCEPT-SW            PIC X       VALUE 'Y'.
               88  WK-ACCEPT-YES                   VALUE 'Y'.
               88  WK-ACCEPT-NO                    VALUE 'N'.
           02  WK-CASE-FOUND-SW        PIC X       VALUE 'N'.
               88  WK-CASE-FOUND-YES               VALUE 'Y'.
               88  WK-CASE-FOUND-NO                VALUE 'N'.


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
      *            E-IWO ORDER FILE RECORD VIEWS                       *
      *  The raw record is inspected through these images: the first   *
      *  two bytes pick the view.  Amounts are unsigned with two       *
      *  implied decimals; dates are YYYYMMDD; frequencies are W, B,   *
      *  S or M.  A zero withholding limit takes the company default.  *
      ******************************************************************
       01  W-RAW-REC                   PIC X(300).

       01  W-FH-IMG  REDEFINES W-RAW-REC.
           02  FH-REC-TYPE             PIC XX.
           02  FH-STATE-CD             PIC XX.
           02  FH-CREATE-DT            PIC X(8).
           02  FILLER                  PIC X(288).

       01  W-DT-IMG  REDEFINES W-RAW-REC.
           02  DT-REC-TYPE             PIC XX.
           02  DT-ACTION               PIC X(3).
               88  DT-ACTION-ORIGINAL              VALUE 'ORG'.
               88  DT-ACTION-AMEND                 VALUE 'AMD'.
               88  DT-ACTION-TERMINATE             VALUE 'TRM'.
           02  DT-CASE-ID              PIC X(15).
           02  DT-ORDER-ID             PIC X(22).
           02  DT-FIPS-PAYEE           PIC X(7).
           02  DT-SSN                  PIC X(9).
           02  DT-LAST-NAME            PIC X(20).
           02  DT-FIRST-NAME           PIC X(15).
           02  DT-MIDDLE-NAME          PIC X(15).
           02  DT-EFFECT-DT            PIC X(8).
           02  DT-EFFECT-DT-R  REDEFINES DT-EFFECT-DT.
               03  DT-EFF-YR           PIC X(4).
               03  DT-EFF-MO           PIC XX.
               03  DT-EFF-DAY          PIC XX.
           02  DT-CUR-AMT              PIC 9(9)V99.
           02  DT-CUR-FREQ             PIC X.
           02  DT-ARR-AMT              PIC 9(9)V99.
           02  DT-ARR-FREQ             PIC X.
           02  DT-LIMIT-PCT            PIC 99.
           02  DT-EMPLOYER-EIN         PIC X(9).
           02  FILLER                  PIC X(149).


      /*****************************************************************
      *            ACKNOWLEDGMENT RECORD IMAGES                        *
      *  Fixed 200-byte records: AH employer header, AK one answer    *
      *  per order, AT trailer with the accepted and rejected counts.  *
      ******************************************************************
       01  W-AK-HDR.
           02  FILLER                  PIC XX      VALUE 'AH'.
           02  AH-EIN                  PIC X(9).
           02  AH-EMPLOYER-NAME        PIC X(50).
           02  AH-STATE-CD             PIC XX.
           02  AH-ACK-DT               PIC X(8).
           02  FILLER                  PIC X(129)  VALUE SPACE.

       01  W-AK-DTL.
           02  FILLER                  PIC XX      VALUE 'AK'.
           02  AK-ACTION               PIC X(3).
           02  AK-CASE-ID              PIC X(15).
           02  AK-ORDER-ID             PIC X(22).
           02  AK-SSN                  PIC X(9).
           02  AK-LAST-NAME            PIC X(20).
           02  AK-FIRST-NAME           PIC X(15).
           02  AK-DISPOSITION          PIC X.
           02  AK-REASON-CD            PIC XX.
           02  AK-TERM-DT              PIC X(8).
           02  AK-FIPS-PAYEE           PIC X(7).
           02  FILLER                  PIC X(96)   VALUE SPACE.

       01  W-AK-TRL.
           02  FILLER                  PIC XX      VALUE 'AT'.
           02  AT-ORDER-CNT            PIC 9(7).
           02  AT-ACCEPT-CNT           PIC 9(7).
           02  AT-REJECT-CNT           PIC 9(7).
           02  FILLER                  PIC X(177)  VALUE SPACE.


      /*****************************************************************
      *            E-IWO INTAKE RUN CONTROL BUFFER AND STMT            *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCEIWOI_S_RUNCTL'.

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
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCEIWOI_D_RUNCTL'.

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
                                                   'CCCEIWOI_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  COMPANY SUPPORT ORDER SETUP  BUFFER AND STMT                  *
      *  FEIN and name for the acknowledgment, the deduction code      *
      *  support orders are taken under and the default CCPA percent.  *
      ******************************************************************
       01  S-SETUP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCEIWOI_S_SETUP'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(9)    VALUE ALL 'C'.
               03  FILLER              PIC X(50)   VALUE ALL 'C'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EIN                 PIC X(9).
               03  EMPLOYER-NAME       PIC X(50).
               03  SUPPORT-DEDCD       PIC X(6).
               03  DEFAULT-CCPA-PCT    PIC S9(3)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  EMPLOYEE BY SSN  BUFFER AND STMT                              *
      *  The company's employee holding the order's SSN, with the      *
      *  name the order is checked against, the employment status and  *
      *  termination date, and the pay group's pay frequency.          *
      ******************************************************************
       01  S-EMPL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCEIWOI_S_EMPL'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(9)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  SSN                 PIC X(9).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  LAST-NAME           PIC X(30).
               03  FIRST-NAME          PIC X(30).
               03  EMPL-STATUS         PIC X.
                   88  EMPL-STATUS-TERMINATED      VALUE 'T' 'D' 'R'
                                                         'Q' 'U'.
               03  TERMINATION-DT      PIC X(10).
               03  PAY-FREQUENCY       PIC X.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  ACTIVE ORDER FOR THE CASE  BUFFER AND STMT                    *
      *  The employee's open order row for the case number, if any.    *
      ******************************************************************
       01  S-CASE.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCEIWOI_S_CASE'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(15)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  CASE-NBR            PIC X(15).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EFFDT               PIC X(10).
               03  ORDER-PRIORITY      PIC 9(4)                COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  LAST SUPPORT PRIORITY  BUFFER AND STMT                        *
      *  The highest priority number among the employee's open         *
      *  support orders (zero when none), so a new order ranks         *
      *  behind the ones already served.                               *
      ******************************************************************
       01  S-MAXPRI.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCEIWOI_S_MAXPRI'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  MAX-PRIORITY        PIC 9(4)                COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  GARNISHMENT ORDER  SQL INSERT STMT                            *
      *  One effective-dated order row as CCCGRNPR reads it, with the  *
      *  order's own amounts, frequencies, control number and FIPS     *
      *  payee kept alongside the per-pay-period amount.               *
      ******************************************************************
       01  I-ORDER.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCEIWOI_I_ORDER'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(15)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(7)    VALUE ALL 'C'.
               03  FILLER              PIC X(22)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  CASE-NBR            PIC X(15).
               03  EFFDT               PIC X(10).
               03  ORDER-TYPE          PIC X.
               03  ORDER-PRIORITY      PIC 9(4)                COMP.
               03  DEDCD               PIC X(6).
               03  ORDER-AMT           PIC S9(7)V99            COMP-3.
               03  ORDER-PCT           PIC S9(3)V99            COMP-3.
               03  IWO-CUR-AMT         PIC S9(9)V99            COMP-3.
               03  IWO-CUR-FREQ        PIC X.
               03  IWO-ARR-AMT         PIC S9(9)V99            COMP-3.
               03  IWO-ARR-FREQ        PIC X.
               03  FIPS-PAYEE          PIC X(7).
               03  ORDER-ID            PIC X(22).
               03  ORDER-SOURCE        PIC X.
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  END ACTIVE ORDER  SQL UPDATE STMT                             *
      *  Closes the case's open order row on END-DT.                   *
      ******************************************************************
       01  U-ORDEND.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCEIWOI_U_ORDEND'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(15)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  END-DT              PIC X(10).
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  CASE-NBR            PIC X(15).
               03  EFFDT               PIC X(10).
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
           DISPLAY 'e-IWO Order Intake started for Company: '
                   COMPANY OF S-RUNCTL
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           ACCEPT WK-DATE-RAW OF W-WK  FROM  DATE YYYYMMDD
           STRING WK-DATE-RAW OF W-WK (1:4) '-'
                  WK-DATE-RAW OF W-WK (5:2) '-'
                  WK-DATE-RAW OF W-WK (7:2)
                   DELIMITED BY SIZE
                   INTO WK-TODAY-DT OF W-WK

           PERFORM DF000-SELECT-SETUP

           PERFORM MA000-PROCESS-IWO-FILE

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

                   DISPLAY 'e-IWO Order Intake Run Control Missing.'
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
       DF000-SELECT-SETUP SECTION.
       DF000.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-SETUP

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-SETUP
                                   BIND-SETUP OF S-SETUP
                                   BIND-DATA OF S-SETUP
                                   SELECT-SETUP OF S-SETUP
                                   SELECT-DATA OF S-SETUP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-SETUP(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-SETUP

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   DISPLAY 'Support order setup was not found for '
                           'Company: ' COMPANY OF S-RUNCTL
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   MOVE 'SELECT-SETUP'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               ELSE
                   MOVE 'SELECT-SETUP(FETCH)'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       SELECT-SETUP-EXIT.


      /*****************************************************************
      *                                                                *
       MA000-PROCESS-IWO-FILE SECTION.
       MA000.
      *  The whole file is one unit of work: the order rows are        *
      *  committed together once every order has been answered.        *
      ******************************************************************

           OPEN INPUT EIWO-IN-FILE

           IF NOT WK-FILE-STATUS-OK OF W-WK

               DISPLAY 'e-IWO order file could not be opened, '
                       'status: ' WK-FILE-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               MOVE 'PROCESS-IWO-FILE(OPEN)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           OPEN OUTPUT EIWO-ACK-FILE

           IF NOT WK-FILE-STATUS-OK OF W-WK

               DISPLAY 'e-IWO acknowledgment file could not be '
                       'opened, status: ' WK-FILE-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               MOVE 'PROCESS-IWO-FILE(OPEN)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MA100-READ-IWO-REC

           IF FH-REC-TYPE OF W-FH-IMG  =  'FH'

               MOVE FH-STATE-CD OF W-FH-IMG
                       TO  WK-SENDING-STATE OF W-WK
           END-IF

           MOVE EIN OF S-SETUP            TO  AH-EIN
           MOVE EMPLOYER-NAME OF S-SETUP  TO  AH-EMPLOYER-NAME
           MOVE WK-SENDING-STATE OF W-WK  TO  AH-STATE-CD
           MOVE WK-DATE-RAW OF W-WK       TO  AH-ACK-DT

           WRITE EIWO-ACK-REC  FROM  W-AK-HDR

           DISPLAY ' '
           DISPLAY 'e-IWO Exceptions -- rejected, not entered'
           DISPLAY '  Act Case ID         SSN       Last Name'
                   '            Reason'

           PERFORM MB000-PROCESS-ONE-REC
                   UNTIL IWO-EOF-YES OF W-SW

           MOVE WK-ORDER-CNT OF W-WK   TO  AT-ORDER-CNT
           COMPUTE AT-ACCEPT-CNT
                   =  WK-ORDER-CNT OF W-WK  -  WK-REJECT-CNT OF W-WK
           MOVE WK-REJECT-CNT OF W-WK  TO  AT-REJECT-CNT

           WRITE EIWO-ACK-REC  FROM  W-AK-TRL

           CLOSE EIWO-IN-FILE
                 EIWO-ACK-FILE

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'PROCESS-IWO-FILE(COMMIT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM NB000-REGISTER-INTERFACE

           DISPLAY ' '
           DISPLAY 'e-IWO Order Intake Disposition Summary'
           MOVE WK-ORDER-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Orders Read:              ' CNT-OUT OF W-DSP
           MOVE WK-ADDED-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Orders Added:             ' CNT-OUT OF W-DSP
           MOVE WK-AMENDED-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Orders Amended:           ' CNT-OUT OF W-DSP
           MOVE WK-ENDED-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Orders Terminated:        ' CNT-OUT OF W-DSP
           MOVE WK-REJECT-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Orders Rejected:          ' CNT-OUT OF W-DSP

           .
       PROCESS-IWO-FILE-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-READ-IWO-REC SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           READ EIWO-IN-FILE  INTO  W-RAW-REC
               AT END
                   SET IWO-EOF-YES OF W-SW  TO  TRUE
           END-READ

           .
       READ-IWO-REC-EXIT.


      /*****************************************************************
      *                                                                *
       MB000-PROCESS-ONE-REC SECTION.
       MB000.
      *  Only order detail records carry work; header, batch and       *
      *  control records are passed over.                              *
      ******************************************************************

           EVALUATE DT-REC-TYPE OF W-DT-IMG

               WHEN 'DT'
                   PERFORM MC000-PROCESS-ORDER

               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM MA100-READ-IWO-REC

           .
       PROCESS-ONE-REC-EXIT.


      /*****************************************************************
      *                                                                *
       MC000-PROCESS-ORDER SECTION.
       MC000.
      *  Matches the order to the employee, applies its action and     *
      *  answers it on the acknowledgment file.                        *
      ******************************************************************

           ADD 1  TO  WK-ORDER-CNT OF W-WK
           SET WK-ACCEPT-YES OF W-SW  TO  TRUE
           MOVE SPACE  TO  WK-REASON-CD OF W-WK
           MOVE SPACE  TO  WK-REASON-TEXT OF W-WK
           INITIALIZE SELECT-DATA OF S-EMPL

           PERFORM MC100-MATCH-EMPLOYEE

           IF WK-ACCEPT-YES OF W-SW

               EVALUATE TRUE

                   WHEN DT-ACTION-ORIGINAL OF W-DT-IMG
                       PERFORM MD000-ADD-ORDER

                   WHEN DT-ACTION-AMEND OF W-DT-IMG
                       PERFORM ME000-AMEND-ORDER

                   WHEN DT-ACTION-TERMINATE OF W-DT-IMG
                       PERFORM MF000-TERMINATE-ORDER

                   WHEN OTHER
                       SET WK-ACCEPT-NO OF W-SW  TO  TRUE
                       MOVE 'IA'  TO  WK-REASON-CD OF W-WK
                       MOVE 'Unknown document action'
                               TO  WK-REASON-TEXT OF W-WK
               END-EVALUATE
           END-IF

           PERFORM MG000-WRITE-ACK

           IF WK-ACCEPT-NO OF W-SW

               PERFORM MG100-REPORT-EXCEPTION
           END-IF

           .
       PROCESS-ORDER-EXIT.


      /*****************************************************************
      *                                                                *
       MC100-MATCH-EMPLOYEE SECTION.
       MC100.
      *  The SSN must be the company's and the last name must agree.   *
      *  A terminated employee cannot take a new or amended order.     *
      ******************************************************************

           IF DT-EFFECT-DT OF W-DT-IMG  IS NUMERIC

               MOVE DT-EFF-YR OF W-DT-IMG   TO  WK-YR OF W-WK
               MOVE DT-EFF-MO OF W-DT-IMG   TO  WK-MO OF W-WK
               MOVE DT-EFF-DAY OF W-DT-IMG  TO  WK-DAY OF W-WK
               MOVE WK-DATE OF W-WK  TO  WK-EFFECT-DT OF W-WK
           ELSE
               MOVE WK-TODAY-DT OF W-WK  TO  WK-EFFECT-DT OF W-WK
           END-IF

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-EMPL
           MOVE DT-SSN OF W-DT-IMG
                   TO  SSN OF BIND-DATA OF S-EMPL

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-EMPL
                                   BIND-SETUP OF S-EMPL
                                   BIND-DATA OF S-EMPL
                                   SELECT-SETUP OF S-EMPL
                                   SELECT-DATA OF S-EMPL
           IF RTNCD-ERROR OF SQLRT

               MOVE 'MATCH-EMPLOYEE(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-EMPL

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET WK-ACCEPT-NO OF W-SW  TO  TRUE
                   MOVE 'NE'  TO  WK-REASON-CD OF W-WK
                   MOVE 'Not our employee -- SSN not on file'
                           TO  WK-REASON-TEXT OF W-WK
                   GO TO MATCH-EMPLOYEE-EXIT
               ELSE
                   MOVE 'MATCH-EMPLOYEE(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           MOVE DT-LAST-NAME OF W-DT-IMG
                   TO  WK-FILE-LAST-NAME OF W-WK
           MOVE LAST-NAME OF S-EMPL
                   TO  WK-EMPL-LAST-NAME OF W-WK
           INSPECT WK-FILE-LAST-NAME OF W-WK
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WK-EMPL-LAST-NAME OF W-WK
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF WK-FILE-LAST-NAME OF W-WK
                   NOT =  WK-EMPL-LAST-NAME OF W-WK

               SET WK-ACCEPT-NO OF W-SW  TO  TRUE
               MOVE 'NM'  TO  WK-REASON-CD OF W-WK
               MOVE 'Name does not match the SSN'
                       TO  WK-REASON-TEXT OF W-WK
               GO TO MATCH-EMPLOYEE-EXIT
           END-IF

           IF EMPL-STATUS-TERMINATED OF S-EMPL
                   AND NOT DT-ACTION-TERMINATE OF W-DT-IMG

               SET WK-ACCEPT-NO OF W-SW  TO  TRUE
               MOVE 'TE'  TO  WK-REASON-CD OF W-WK
               MOVE 'Employee terminated'
                       TO  WK-REASON-TEXT OF W-WK
           END-IF

           .
       MATCH-EMPLOYEE-EXIT.


      /*****************************************************************
      *                                                                *
       MC200-SELECT-CASE SECTION.
       MC200.
      *  Looks for the employee's open order row for the case.         *
      ******************************************************************

           SET WK-CASE-FOUND-YES OF W-SW  TO  TRUE

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-CASE
           MOVE EMPLID OF S-EMPL
                   TO  EMPLID OF BIND-DATA OF S-CASE
           MOVE DT-CASE-ID OF W-DT-IMG
                   TO  CASE-NBR OF BIND-DATA OF S-CASE

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-CASE
                                   BIND-SETUP OF S-CASE
                                   BIND-DATA OF S-CASE
                                   SELECT-SETUP OF S-CASE
                                   SELECT-DATA OF S-CASE
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-CASE(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-CASE

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET WK-CASE-FOUND-NO OF W-SW  TO  TRUE
               ELSE
                   MOVE 'SELECT-CASE(FETCH)'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       SELECT-CASE-EXIT.


      /*****************************************************************
      *                                                                *
       MD000-ADD-ORDER SECTION.
       MD000.
      *  An original order for a case already open is a conflict, not *
      *  an amendment; it is rejected for the agency to resolve.       *
      ******************************************************************

           PERFORM MC200-SELECT-CASE

           IF WK-CASE-FOUND-YES OF W-SW

               SET WK-ACCEPT-NO OF W-SW  TO  TRUE
               MOVE 'DU'  TO  WK-REASON-CD OF W-WK
               MOVE 'Active order already on file for the case'
                       TO  WK-REASON-TEXT OF W-WK
               GO TO ADD-ORDER-EXIT
           END-IF

           PERFORM MH000-CONVERT-AMOUNT

           IF WK-ACCEPT-NO OF W-SW

               GO TO ADD-ORDER-EXIT
           END-IF

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-MAXPRI
           MOVE EMPLID OF S-EMPL
                   TO  EMPLID OF BIND-DATA OF S-MAXPRI

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-MAXPRI
                                   BIND-SETUP OF S-MAXPRI
                                   BIND-DATA OF S-MAXPRI
                                   SELECT-SETUP OF S-MAXPRI
                                   SELECT-DATA OF S-MAXPRI
           IF RTNCD-ERROR OF SQLRT

               MOVE 'ADD-ORDER(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-MAXPRI

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   MOVE 'ADD-ORDER(FETCH)'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           COMPUTE ORDER-PRIORITY OF I-ORDER
                   =  MAX-PRIORITY OF S-MAXPRI  +  1

           PERFORM MI000-INSERT-ORDER

           ADD 1  TO  WK-ADDED-CNT OF W-WK

           .
       ADD-ORDER-EXIT.


      /*****************************************************************
      *                                                                *
       ME000-AMEND-ORDER SECTION.
       ME000.
      *  Ends the open row the day before the amendment takes effect   *
      *  and adds the amended row at the same priority.                *
      ******************************************************************

           PERFORM MC200-SELECT-CASE

           IF WK-CASE-FOUND-NO OF W-SW

               SET WK-ACCEPT-NO OF W-SW  TO  TRUE
               MOVE 'NF'  TO  WK-REASON-CD OF W-WK
               MOVE 'No active order for the case to amend'
                       TO  WK-REASON-TEXT OF W-WK
               GO TO AMEND-ORDER-EXIT
           END-IF

           IF WK-EFFECT-DT OF W-WK  NOT >  EFFDT OF S-CASE

               SET WK-ACCEPT-NO OF W-SW  TO  TRUE
               MOVE 'ED'  TO  WK-REASON-CD OF W-WK
               MOVE 'Dated on or before the active order'
                       TO  WK-REASON-TEXT OF W-WK
               GO TO AMEND-ORDER-EXIT
           END-IF

           PERFORM MH000-CONVERT-AMOUNT

           IF WK-ACCEPT-NO OF W-SW

               GO TO AMEND-ORDER-EXIT
           END-IF

           PERFORM MJ000-END-ACTIVE-ORDER

           MOVE ORDER-PRIORITY OF S-CASE
                   TO  ORDER-PRIORITY OF I-ORDER

           PERFORM MI000-INSERT-ORDER

           ADD 1  TO  WK-AMENDED-CNT OF W-WK

           .
       AMEND-ORDER-EXIT.


      /*****************************************************************
      *                                                                *
       MF000-TERMINATE-ORDER SECTION.
       MF000.
      *  Ends the open row the day before the termination date.        *
      ******************************************************************

           PERFORM MC200-SELECT-CASE

           IF WK-CASE-FOUND-NO OF W-SW

               SET WK-ACCEPT-NO OF W-SW  TO  TRUE
               MOVE 'NF'  TO  WK-REASON-CD OF W-WK
               MOVE 'No active order for the case to terminate'
                       TO  WK-REASON-TEXT OF W-WK
               GO TO TERMINATE-ORDER-EXIT
           END-IF

           IF WK-EFFECT-DT OF W-WK  NOT >  EFFDT OF S-CASE

               SET WK-ACCEPT-NO OF W-SW  TO  TRUE
               MOVE 'ED'  TO  WK-REASON-CD OF W-WK
               MOVE 'Dated on or before the active order'
                       TO  WK-REASON-TEXT OF W-WK
               GO TO TERMINATE-ORDER-EXIT
           END-IF

           PERFORM MJ000-END-ACTIVE-ORDER

           ADD 1  TO  WK-ENDED-CNT OF W-WK

           .
       TERMINATE-ORDER-EXIT.


      /*****************************************************************
      *                                                                *
       MG000-WRITE-ACK SECTION.
       MG000.
      *                                                                *
      ******************************************************************

           MOVE DT-ACTION OF W-DT-IMG      TO  AK-ACTION
           MOVE DT-CASE-ID OF W-DT-IMG     TO  AK-CASE-ID
           MOVE DT-ORDER-ID OF W-DT-IMG    TO  AK-ORDER-ID
           MOVE DT-SSN OF W-DT-IMG         TO  AK-SSN
           MOVE DT-LAST-NAME OF W-DT-IMG   TO  AK-LAST-NAME
           MOVE DT-FIRST-NAME OF W-DT-IMG  TO  AK-FIRST-NAME
           MOVE DT-FIPS-PAYEE OF W-DT-IMG  TO  AK-FIPS-PAYEE
           MOVE WK-REASON-CD OF W-WK       TO  AK-REASON-CD
           MOVE SPACE                      TO  AK-TERM-DT

           IF WK-ACCEPT-YES OF W-SW

               MOVE 'A'  TO  AK-DISPOSITION
           ELSE
               MOVE 'R'  TO  AK-DISPOSITION
           END-IF

           IF WK-REASON-CD OF W-WK  =  'TE'
                   AND TERMINATION-DT OF S-EMPL  NOT =  SPACE

               STRING TERMINATION-DT OF S-EMPL (1:4)
                      TERMINATION-DT OF S-EMPL (6:2)
                      TERMINATION-DT OF S-EMPL (9:2)
                       DELIMITED BY SIZE
                       INTO AK-TERM-DT
           END-IF

           WRITE EIWO-ACK-REC  FROM  W-AK-DTL

           ADD 1  TO  WK-ACK-CNT OF W-WK

           .
       WRITE-ACK-EXIT.


      /*****************************************************************
      *                                                                *
       MG100-REPORT-EXCEPTION SECTION.
       MG100.
      *                                                                *
      ******************************************************************

           ADD 1  TO  WK-REJECT-CNT OF W-WK

           MOVE 'NATIONAL-ID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE DT-SSN OF W-DT-IMG
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-SSN-OUT OF W-WK
           DISPLAY '  ' DT-ACTION OF W-DT-IMG
                   ' '  DT-CASE-ID OF W-DT-IMG
                   ' '  WK-SSN-OUT OF W-WK
                   ' '  DT-LAST-NAME OF W-DT-IMG
                   ' '  WK-REASON-CD OF W-WK
                   ' '  WK-REASON-TEXT OF W-WK

           .
       REPORT-EXCEPTION-EXIT.


      /*****************************************************************
      *                                                                *
       MH000-CONVERT-AMOUNT SECTION.
       MH000.
      *  Annualizes the current and past-due amounts at their own      *
      *  frequencies and spreads the total over the employee's pay     *
      *  periods.                                                      *
      ******************************************************************

           MOVE PAY-FREQUENCY OF S-EMPL  TO  WK-FREQ OF W-WK
           PERFORM XF000-FREQ-PERIODS
           MOVE WK-PRDS OF W-WK  TO  WK-EMPL-PRDS OF W-WK

           IF WK-EMPL-PRDS OF W-WK  =  ZERO
                   OR DT-CUR-AMT OF W-DT-IMG  IS NOT NUMERIC
                   OR DT-ARR-AMT OF W-DT-IMG  IS NOT NUMERIC

               SET WK-ACCEPT-NO OF W-SW  TO  TRUE
               MOVE 'IA'  TO  WK-REASON-CD OF W-WK
               MOVE 'Invalid amount or pay frequency'
                       TO  WK-REASON-TEXT OF W-WK
               GO TO CONVERT-AMOUNT-EXIT
           END-IF

           MOVE DT-CUR-AMT OF W-DT-IMG  TO  WK-CUR-AMT OF W-WK
           MOVE DT-ARR-AMT OF W-DT-IMG  TO  WK-ARR-AMT OF W-WK
           MOVE ZERO  TO  WK-ANNUAL-AMT OF W-WK

           IF WK-CUR-AMT OF W-WK  >  ZERO

               MOVE DT-CUR-FREQ OF W-DT-IMG  TO  WK-FREQ OF W-WK
               PERFORM XF000-FREQ-PERIODS
               COMPUTE WK-ANNUAL-AMT OF W-WK
                       =  WK-ANNUAL-AMT OF W-WK
                       +  WK-CUR-AMT OF W-WK  *  WK-PRDS OF W-WK

               IF WK-PRDS OF W-WK  =  ZERO

                   MOVE ZERO  TO  WK-ANNUAL-AMT OF W-WK
               END-IF
           END-IF

           IF WK-ARR-AMT OF W-WK  >  ZERO
                   AND WK-PRDS OF W-WK  NOT =  ZERO

               MOVE DT-ARR-FREQ OF W-DT-IMG  TO  WK-FREQ OF W-WK
               PERFORM XF000-FREQ-PERIODS
               COMPUTE WK-ANNUAL-AMT OF W-WK
                       =  WK-ANNUAL-AMT OF W-WK
                       +  WK-ARR-AMT OF W-WK  *  WK-PRDS OF W-WK

               IF WK-PRDS OF W-WK  =  ZERO

                   MOVE ZERO  TO  WK-ANNUAL-AMT OF W-WK
               END-IF
           END-IF

           IF WK-ANNUAL-AMT OF W-WK  NOT >  ZERO

               SET WK-ACCEPT-NO OF W-SW  TO  TRUE
               MOVE 'IA'  TO  WK-REASON-CD OF W-WK
               MOVE 'Invalid withholding amount or frequency'
                       TO  WK-REASON-TEXT OF W-WK
               GO TO CONVERT-AMOUNT-EXIT
           END-IF

           COMPUTE WK-ORDER-AMT OF W-WK  ROUNDED
                   =  WK-ANNUAL-AMT OF W-WK  /  WK-EMPL-PRDS OF W-WK

           IF DT-LIMIT-PCT OF W-DT-IMG  IS NUMERIC
                   AND DT-LIMIT-PCT OF W-DT-IMG  >  ZERO

               MOVE DT-LIMIT-PCT OF W-DT-IMG
                       TO  WK-ORDER-PCT OF W-WK
           ELSE
               MOVE DEFAULT-CCPA-PCT OF S-SETUP
                       TO  WK-ORDER-PCT OF W-WK
           END-IF

           .
       CONVERT-AMOUNT-EXIT.


      /*****************************************************************
      *                                                                *
       MI000-INSERT-ORDER SECTION.
       MI000.
      *  ORDER-PRIORITY is set by the caller.                          *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF I-ORDER
           MOVE EMPLID OF S-EMPL
                   TO  EMPLID OF BIND-DATA OF I-ORDER
           MOVE DT-CASE-ID OF W-DT-IMG
                   TO  CASE-NBR OF BIND-DATA OF I-ORDER
           MOVE WK-EFFECT-DT OF W-WK
                   TO  EFFDT OF I-ORDER
           MOVE 'S'  TO  ORDER-TYPE OF I-ORDER
           MOVE SUPPORT-DEDCD OF S-SETUP
                   TO  DEDCD OF I-ORDER
           MOVE WK-ORDER-AMT OF W-WK
                   TO  ORDER-AMT OF I-ORDER
           MOVE WK-ORDER-PCT OF W-WK
                   TO  ORDER-PCT OF I-ORDER
           MOVE WK-CUR-AMT OF W-WK
                   TO  IWO-CUR-AMT OF I-ORDER
           MOVE DT-CUR-FREQ OF W-DT-IMG
                   TO  IWO-CUR-FREQ OF I-ORDER
           MOVE WK-ARR-AMT OF W-WK
                   TO  IWO-ARR-AMT OF I-ORDER
           MOVE DT-ARR-FREQ OF W-DT-IMG
                   TO  IWO-ARR-FREQ OF I-ORDER
           MOVE DT-FIPS-PAYEE OF W-DT-IMG
                   TO  FIPS-PAYEE OF I-ORDER
           MOVE DT-ORDER-ID OF W-DT-IMG
                   TO  ORDER-ID OF I-ORDER
           MOVE 'E'  TO  ORDER-SOURCE OF I-ORDER
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF I-ORDER

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-ORDER
                                   BIND-SETUP OF I-ORDER
                                   BIND-DATA OF I-ORDER
           IF RTNCD-ERROR OF SQLRT

               MOVE 'INSERT-ORDER'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       INSERT-ORDER-EXIT.


      /*****************************************************************
      *                                                                *
       MJ000-END-ACTIVE-ORDER SECTION.
       MJ000.
      *                                                                *
      ******************************************************************

           MOVE WK-EFFECT-DT OF W-WK  TO  WK-DATE OF W-WK
           PERFORM XB000-DAY-BEFORE
           MOVE WK-DATE OF W-WK  TO  WK-END-DT OF W-WK

           MOVE WK-END-DT OF W-WK
                   TO  END-DT OF U-ORDEND
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF U-ORDEND
           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF U-ORDEND
           MOVE EMPLID OF S-EMPL
                   TO  EMPLID OF U-ORDEND
           MOVE DT-CASE-ID OF W-DT-IMG
                   TO  CASE-NBR OF U-ORDEND
           MOVE EFFDT OF S-CASE
                   TO  EFFDT OF U-ORDEND

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF U-ORDEND
                                   BIND-SETUP OF U-ORDEND
                                   BIND-DATA OF U-ORDEND
           IF RTNCD-ERROR OF SQLRT

               MOVE 'END-ACTIVE-ORDER(UPDATE)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       END-ACTIVE-ORDER-EXIT.


      /*****************************************************************
      *                                                                *
       NB000-REGISTER-INTERFACE SECTION.
       NB000.
      *  Records the acknowledgment file on the interface register.    *
      *  A failed register write is reported but does not fail the     *
      *  run.                                                          *
      ******************************************************************

           MOVE PROGRAM-IDENTITY  TO  GENERATOR-PROGRAM OF W-IFREGPARM
           MOVE 'EIWOACK'  TO  INTERFACE-FILE OF W-IFREGPARM
           MOVE COMPANY OF S-RUNCTL  TO  COMPANY OF W-IFREGPARM
           MOVE SPACE                TO  PAYGROUP OF W-IFREGPARM
           MOVE WK-TODAY-DT OF W-WK  TO  PAY-END-DT OF W-IFREGPARM
           MOVE WK-ACK-CNT OF W-WK
                   TO  IF-REC-CNT OF W-IFREGPARM
           MOVE ZERO  TO  IF-CTL-AMT OF W-IFREGPARM
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF W-IFREGPARM

           CALL 'CCCIFREG' USING   SQLRT
                                   W-IFREGPARM
           IF RETURN-CD-FAILURE OF W-IFREGPARM

               DISPLAY 'Interface register write failed; the '
                       'acknowledgment file is sound but must be '
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
       XB000-DAY-BEFORE SECTION.
       XB000.
      *  Steps WK-DATE back one day, across month and year ends.       *
      ******************************************************************

           IF WK-NUM-DAY OF W-WK  >  1

               SUBTRACT 1  FROM  WK-NUM-DAY OF W-WK
           ELSE

               IF WK-NUM-MO OF W-WK  =  1

                   MOVE 12  TO  WK-NUM-MO OF W-WK
                   SUBTRACT 1  FROM  WK-NUM-YR OF W-WK
               ELSE
                   SUBTRACT 1  FROM  WK-NUM-MO OF W-WK
               END-IF

               PERFORM XA000-MONTH-LENGTH
               MOVE WK-MO-LEN OF W-WK  TO  WK-NUM-DAY OF W-WK
           END-IF

           .
       DAY-BEFORE-EXIT.


      /*****************************************************************
      *                                                                *
       XF000-FREQ-PERIODS SECTION.
       XF000.
      *  Pay periods per year for the frequency in WK-FREQ; zero when  *
      *  the code is not one of ours.                                  *
      ******************************************************************

           MOVE ZERO  TO  WK-PRDS OF W-WK

           PERFORM XF100-MATCH-FREQ
                   VARYING WK-FREQ-IDX OF W-WK  FROM 1  BY 1
                   UNTIL WK-FREQ-IDX OF W-WK  >  4

           .
       FREQ-PERIODS-EXIT.


      /*****************************************************************
      *                                                                *
       XF100-MATCH-FREQ SECTION.
       XF100.
      *                                                                *
      ******************************************************************

           IF WK-FREQ-CD OF W-WK (WK-FREQ-IDX OF W-WK)
                   =  WK-FREQ OF W-WK

               MOVE WK-FREQ-PRDS OF W-WK (WK-FREQ-IDX OF W-WK)
                       TO  WK-PRDS OF W-WK
           END-IF

           .
       MATCH-FREQ-EXIT.


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
           MOVE 'CCCEIWOI'  TO  REPORT-ID OF W-MASKPARM
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
           DISPLAY 'e-IWO Order Intake ended at '
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
           DISPLAY 'e-IWO Order Intake did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
