       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCPAYCD.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *        CCCPAYCD - PAYCARD FUNDING FILE AND LOAD RESULTS        *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- funds the card loads of the net     *
      *       PSPCNFRM routes to the payroll card for employees        *
      *       enrolled in the paycard program, and applies the card    *
      *       provider's load-confirmation and rejected-load file so   *
      *       a failed load falls back to a reissued paper check.      *
      *    10/15/26 TJM Employee IDs on the rejected load listing pass *
      *       through CCCMSKDT, masked per the data classification     *
      *       table unless the operator holds the unmask grant.        *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * TWO MODES, CHOSEN ON THE RUN CONTROL, FOR ONE CONFIRMED        *
      * COMPANY/PAY GROUP/PAY END DATE:                                *
      *                                                                *
      * F  FUNDING.  WRITES THE CARD PROVIDER'S FUNDING FILE           *
      *    (PCDFUND): A HEADER CARRYING THE COMPANY'S PROVIDER CLIENT  *
      *    ID AND THE LOAD EFFECTIVE DATE -- THE RUN CONTROL'S         *
      *    EFFECTIVE DATE ROLLED FORWARD TO A BANKING DAY THROUGH      *
      *    CCCBNKDY -- ONE LOAD PER CONFIRMED PAYCARD DISTRIBUTION     *
      *    (CARD PROXY NUMBER, AMOUNT, PAYMENT REFERENCE) AND A        *
      *    TRAILER.  THE FILE IS BALANCED BACK TO THE CONFIRMED        *
      *    PAYCARD NET FOR THE CALENDAR, REGISTERED THROUGH CCCIFREG   *
      *    AND THE LOADS STAMPED SENT.  AN OUT-OF-BALANCE FILE IS      *
      *    REPORTED, NOTHING IS STAMPED AND THE RUN IS MARKED          *
      *    UNSUCCESSFUL SO IT IS NOT TRANSMITTED.                      *
      *                                                                *
      * R  LOAD RESULTS.  READS THE PROVIDER'S RESULT FILE (PCDRSLT).  *
      *    A CONFIRMED LOAD IS STAMPED LOADED.  A REJECTED LOAD FALLS  *
      *    BACK TO A PAPER CHECK THE WAY CCCSTPRI REISSUES ONE: THE    *
      *    NUMBER IS DRAWN FROM THE PAY GROUP'S FORMS SERIES AND THE   *
      *    CCCCKSTK STOCK UNDER THE CALENDAR'S CONFIRM-STAGE RUN LOCK, *
      *    THE PAYCARD DISTRIBUTION IS CLONED TO THE CHECK, THE LOAD   *
      *    IS STAMPED FAILED WITH THE PROVIDER'S REASON AND THE CHECK  *
      *    REFERENCE, AND THE CHECK IS WRITTEN TO A CNFPRINT-FORMAT    *
      *    PRINT EXTRACT.  A RESULT THAT MATCHES NO SENT LOAD (WRONG   *
      *    CARD, WRONG AMOUNT, ALREADY APPLIED) IS REPORTED AND MARKS  *
      *    THE RUN UNSUCCESSFUL.                                       *
      *                                                                *
      ******************************************************************

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PAYCARD-FUND-FILE   ASSIGN TO  'PCDFUND'
                                       ORGANIZATION IS  LINE SEQUENTIAL
                                       FILE STATUS IS  WK-FILE-STATUS.

      *    The provider's load results, one record per load.
           SELECT PAYCARD-RSLT-FILE   ASSIGN TO  'PCDRSLT'
                                       ORGANIZATION IS  LINE SEQUENTIAL
                                       FILE STATUS IS  WK-FILE-STATUS.

      *    Fallback checks in the same format PSPCNFRM's
      *    WB000-WRITE-PRINT-EXTRACT writes.
           SELECT PRINT-EXTRACT-FILE  ASSIGN TO  'CNFPRINT'
                                       ORGANIZATION IS  LINE SEQUENTIAL
                                       FILE STATUS IS  WK-PRT-STATUS.


       DATA DIVISION.


       FILE SECTION.

       FD  PAYCARD-FUND-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.

       01  PAYCARD-FUND-REC            PIC X(120).

       FD  PAYCARD-RSLT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.

       01  PAYCARD-RSLT-REC            PIC X(120).

       FD  PRINT-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.

       01  PRINT-EXTRACT-REC           PIC X(120).


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCPAYCD'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-FILE-STATUS          PIC XX.
               88  WK-FILE-STATUS-OK               VALUE '00'.
           02  WK-PRT-STATUS           PIC XX.
               88  WK-PRT-STATUS-OK                VALUE '00'.
           02  WK-TODAY-DT             PIC X(10)   VALUE SPACE.
           02  WK-DATE-RAW             PIC 9(8)          VALUE ZERO.
           02  WK-LOAD-DT              PIC X(10)   VALUE SPACE.
           02  WK-LOAD-CNT             PIC 9(7)    COMP  VALUE ZERO.
           02  WK-LOAD-TOT             PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-RSLT-CNT             PIC 9(7)    COMP  VALUE ZERO.
           02  WK-LOADED-CNT           PIC 9(7)    COMP  VALUE ZERO.
           02  WK-FALLBACK-CNT         PIC 9(7)    COMP  VALUE ZERO.
           02  WK-FALLBACK-TOT         PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-EXCEPTION-CNT        PIC 9(7)    COMP  VALUE ZERO.
           02  WK-NEW-CHECK-NUM        PIC 9(10)         VALUE ZERO.
           02  WK-NEW-CHECK-NBR        PIC X(10)   VALUE SPACE.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
           02  LOAD-CNT                PIC ZZZ,ZZ9.
           02  FILE-AMT                PIC ZZZ,ZZZ,ZZ9.99.
           02  CONF-AMT                PIC ZZZ,ZZZ,ZZ9.99.
           02  RSLT-CNT                PIC ZZZ,ZZ9.
           02  LOADED-CNT              PIC ZZZ,ZZ9.
           02  FALLBACK-CNT            PIC ZZZ,ZZ9.
           02  EXCEPTION-CNT           PIC ZZZ,ZZ9.
           02  AMT-OUT                 PIC ZZZ,ZZZ,ZZ9.99.


       01  W-SW.
           02  FETCH-LOAD-SW           PIC X       VALUE SPACE.
               88  FETCH-LOAD-END                  VALUE 'E'.
           02  FETCH-ERN-SW            PIC X       VALUE SPACE.
               88  FETCH-ERN-END                   VALUE 'E'.
           02  FETCH-DED-SW            PIC X       VALUE SPACE.
               88  FETCH-DED-END                   VALUE 'E'.
           02  RSLT-EOF-SW             PIC X       VALUE 'N'.
               88  RSLT-EOF-YES                    VALUE 'Y'.
           02  PRT-OPEN-SW             PIC X       VALUE 'N'.
               88  PRT-OPEN-YES                    VALUE 'Y'.
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
      * CCC Banking-Day Calendar Service                               *
      ******************************************************************

           COPY CCCBDWK.


      /*****************************************************************
      * CCC Run Lock Registry                                          *
      ******************************************************************

           COPY CCCLCKWK.


      /*****************************************************************
      *  Print extract record images, the shared CCCPXWK shapes        *
      *  PSPCNFRM writes, so the print job needs no special handling   *
      *  for a fallback check.                                         *
      ******************************************************************

           COPY CCCPXWK.


      /*****************************************************************
      *            PAYCARD FUNDING FILE RECORD IMAGES                  *
      *  Amounts are unsigned with an implied decimal point, as the    *
      *  provider's funding specification requires.                    *
      ******************************************************************
       01  W-PCF-HDR.
           02  FILLER                  PIC X       VALUE 'H'.
           02  PCF-HDR-CLIENT-ID       PIC X(15).
           02  PCF-HDR-COMPANY         PIC X(10).
           02  PCF-HDR-PAYGROUP        PIC X(10).
           02  PCF-HDR-PAY-END-DT      PIC X(10).
           02  PCF-HDR-EFFECTIVE-DT    PIC X(10).
           02  PCF-HDR-CREATE-DT       PIC X(10).
           02  FILLER                  PIC X(54)   VALUE SPACE.

       01  W-PCF-DTL.
           02  FILLER                  PIC X       VALUE 'D'.
           02  PCF-DTL-PROXY           PIC X(19).
           02  PCF-DTL-AMT             PIC 9(9)V99.
           02  PCF-DTL-REF             PIC X(10).
           02  PCF-DTL-EMPLID          PIC X(20).
           02  PCF-DTL-EFFECTIVE-DT    PIC X(10).
           02  FILLER                  PIC X(49)   VALUE SPACE.

       01  W-PCF-TRL.
           02  FILLER                  PIC X       VALUE 'T'.
           02  PCF-TRL-LOAD-CNT        PIC 9(7).
           02  PCF-TRL-LOAD-TOT        PIC 9(11)V99.
           02  FILLER                  PIC X(99)   VALUE SPACE.


      /*****************************************************************
      *            PAYCARD LOAD RESULT RECORD VIEW                     *
      *  One record per load on the funding file, echoing its card     *
      *  proxy, payment reference and amount.  Reason code and text    *
      *  are blank on a confirmed load.                                *
      ******************************************************************
       01  W-PCR-REC.
           02  PCR-TYPE                PIC X.
               88  PCR-LOADED                      VALUE 'L'.
               88  PCR-REJECTED                    VALUE 'R'.
           02  PCR-PROXY               PIC X(19).
           02  PCR-REF                 PIC X(10).
           02  PCR-AMT                 PIC 9(9)V99.
           02  PCR-EVENT-DT            PIC X(10).
           02  PCR-REASON-CD           PIC X(4).
           02  PCR-REASON-TEXT         PIC X(30).
           02  FILLER                  PIC X(35).


      /*****************************************************************
      *            PAYCARD RUN CONTROL BUFFER AND STMT                 *
      *  PAYCARD-MODE F writes the funding file, R applies the load    *
      *  results; blank is F.  EFFECTIVE-DT is used by the funding     *
      *  mode only.                                                    *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCPAYCD_S_RUNCTL'.

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
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  EFFECTIVE-DT        PIC X(10).
               03  PAYCARD-MODE        PIC X.
                   88  MODE-FUNDING                VALUE 'F' SPACE.
                   88  MODE-RESULTS                VALUE 'R'.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCPAYCD_D_RUNCTL'.

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
                                                   'CCCPAYCD_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.



      /*****************************************************************
      *  PAYCARD PROVIDER  BUFFER AND STMT                             *
      *  The company's client ID with the card provider, carried on    *
      *  the funding file header.                                      *
      ******************************************************************
       01  S-PROV.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCPAYCD_S_PROV'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(15)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  CLIENT-ID           PIC X(15).
               03  PROVIDER-NAME       PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  PAYCARD LOADS FOR THE CALENDAR  BUFFER AND STMT               *
      *  One row per confirmed paycard distribution (the ones          *
      *  PSPCNFRM's MA017-ROUTE-PAYCARD routed) with a positive net,   *
      *  with the card proxy number from the employee's enrollment.    *
      *  Loads not yet sent and loads already sent are both returned,  *
      *  so a rerun regenerates the same file; loaded and failed       *
      *  loads are not.  Payment reference order.  Carries its own     *
      *  cursor.                                                       *
      ******************************************************************
       01  S-LOAD.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCPAYCD_S_LOAD'.

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
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(19)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  PAYMENT-REF         PIC X(10).
               03  EMPLID              PIC X(20).
               03  CARD-PROXY          PIC X(19).
               03  NET-AMT             PIC S9(9)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  CONFIRMED PAYCARD NET FOR THE CALENDAR  BUFFER AND STMT       *
      *  The confirmed net of the calendar's paycard distributions     *
      *  not yet loaded or failed, used to prove the funding file is   *
      *  balanced.                                                     *
      ******************************************************************
       01  S-NETTOT.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCPAYCD_S_NETTOT'.

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
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  NET-PAY-TOT         PIC S9(9)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  LOADS SENT  SQL UPDATE STMT                                   *
      *  Stamps the calendar's unsent paycard loads sent, with the     *
      *  load effective date and the funding run's process instance.   *
      ******************************************************************
       01  U-SENT.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCPAYCD_U_SENT'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  LOAD-DT             PIC X(10).
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  PAYCARD LOAD LOOKUP  BUFFER AND STMT                          *
      *  The paycard distribution a provider result refers to, by      *
      *  payment reference, with its load status.                      *
      ******************************************************************
       01  S-LOADREF.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCPAYCD_S_LOADREF'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  PAYMENT-REF         PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(19)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  EMPL-NAME           PIC X(30).
               03  CARD-PROXY          PIC X(19).
               03  NET-AMT             PIC S9(9)V99            COMP-3.
               03  LOAD-STATUS         PIC X.
                   88  LOAD-PENDING                VALUE 'P'.
                   88  LOAD-SENT                   VALUE 'S'.
                   88  LOAD-LOADED                 VALUE 'L'.
                   88  LOAD-FAILED                 VALUE 'F'.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  LOAD CONFIRMED  SQL UPDATE STMT                               *
      ******************************************************************
       01  U-LOADED.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCPAYCD_U_LOADED'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EVENT-DT            PIC X(10).
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  PAYMENT-REF         PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  LOAD REJECTED  SQL UPDATE STMT                                *
      *  Marks the load failed with the provider's reason and the      *
      *  fallback check reference.                                     *
      ******************************************************************
       01  U-FAILED.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCPAYCD_U_FAILED'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EVENT-DT            PIC X(10).
               03  REASON-CD           PIC X(4).
               03  REASON-TEXT         PIC X(30).
               03  NEW-CHECK-NBR       PIC X(10).
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  PAYMENT-REF         PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  CHECK FORMS SERIES  BUFFER AND STMT                           *
      *  The last number used on the pay group's forms series -- the   *
      *  same series MH000-VERIFY-CHECK-NBR maintains through          *
      *  PSPCKNBR at confirm time.                                     *
      ******************************************************************
       01  S-FORMS.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCPAYCD_S_FORMS'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  LAST-CHECK-NUM      PIC 9(10)               COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  FORMS SERIES ADVANCE  SQL UPDATE STMT                         *
      ******************************************************************
       01  U-FORMS.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCPAYCD_U_FORMS'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'I'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  LAST-CHECK-NUM      PIC 9(10)               COMP.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  CHECK STOCK DRAW  SQL UPDATE STMT                             *
      *  Records the fallback check's form as drawn against the        *
      *  CCCCKSTK inventory range its number falls in.  A pay group    *
      *  not under inventory control updates no rows.                  *
      ******************************************************************
       01  U-STKDRAW.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCPAYCD_U_STKDRAW'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  NEW-CHECK-NBR       PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  FALLBACK CHECK CLONE  SQL INSERT STMT                         *
      *  Clones the failed paycard distribution's confirmed detail to  *
      *  a check under the fallback number, server-side.               *
      ******************************************************************
       01  I-FBCHK.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCPAYCD_I_FBCHK'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  NEW-CHECK-NBR       PIC X(10).
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  PAYMENT-REF         PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  STUB EARNINGS FOR THE PAYMENT  BUFFER AND STMT                *
      ******************************************************************
       01  S-ERN.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCPAYCD_S_ERN'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  PAYMENT-REF         PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC XXX     VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  ERNCD               PIC X(3).
               03  ERN-HOURS           PIC S9(5)V99            COMP-3.
               03  ERN-AMT             PIC S9(9)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  STUB DEDUCTIONS FOR THE PAYMENT  BUFFER AND STMT              *
      ******************************************************************
       01  S-DED.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCPAYCD_S_DED'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  PAYMENT-REF         PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  DEDCD               PIC X(6).
               03  DED-CLASS           PIC X.
               03  DED-AMT             PIC S9(9)V99            COMP-3.
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

           IF MODE-RESULTS OF S-RUNCTL

               DISPLAY 'Paycard Load Results started for Company: '
                       COMPANY OF S-RUNCTL
           ELSE
               DISPLAY 'Paycard Funding started for Company: '
                       COMPANY OF S-RUNCTL
           END-IF

           DISPLAY '                     Pay Group: '
                   PAYGROUP OF S-RUNCTL
           DISPLAY '                     Pay End Date: '
                   PAY-END-DT OF S-RUNCTL
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           ACCEPT WK-DATE-RAW OF W-WK  FROM  DATE YYYYMMDD
           STRING WK-DATE-RAW OF W-WK (1:4) '-'
                  WK-DATE-RAW OF W-WK (5:2) '-'
                  WK-DATE-RAW OF W-WK (7:2)
                   DELIMITED BY SIZE
                   INTO WK-TODAY-DT OF W-WK

           IF MODE-RESULTS OF S-RUNCTL

               PERFORM VC000-CLAIM-RUN-LOCK

               PERFORM MB000-APPLY-RESULT-FILE
           ELSE
               IF EFFECTIVE-DT OF S-RUNCTL  =  SPACE

                   DISPLAY 'Load effective date is required for '
                           'the funding file.'
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   PERFORM ZZ000-SQL-ERROR
               END-IF

               PERFORM MA000-BUILD-FUNDING-FILE

               PERFORM NA000-VERIFY-BALANCE

               IF WK-BALANCED-YES OF W-SW

                   PERFORM NC000-MARK-LOADS-SENT

                   PERFORM NB000-REGISTER-INTERFACE
               END-IF
           END-IF

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

                   DISPLAY 'Paycard Run Control Missing.'
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
       MA000-BUILD-FUNDING-FILE SECTION.
       MA000.
      *                                                                *
      ******************************************************************

           PERFORM MA100-SELECT-PROVIDER

           PERFORM MA200-ROLL-EFFECTIVE-DT

           OPEN OUTPUT PAYCARD-FUND-FILE

           IF NOT WK-FILE-STATUS-OK OF W-WK

               DISPLAY 'Paycard funding file could not be opened, '
                       'status: ' WK-FILE-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE CLIENT-ID OF S-PROV    TO  PCF-HDR-CLIENT-ID
           MOVE COMPANY OF S-RUNCTL    TO  PCF-HDR-COMPANY
           MOVE PAYGROUP OF S-RUNCTL   TO  PCF-HDR-PAYGROUP
           MOVE PAY-END-DT OF S-RUNCTL TO  PCF-HDR-PAY-END-DT
           MOVE WK-LOAD-DT OF W-WK     TO  PCF-HDR-EFFECTIVE-DT
           MOVE WK-TODAY-DT OF W-WK    TO  PCF-HDR-CREATE-DT
           WRITE PAYCARD-FUND-REC  FROM  W-PCF-HDR

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-LOAD
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-LOAD
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-LOAD

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-LOAD
                                   SQL-STMT OF S-LOAD
                                   BIND-SETUP OF S-LOAD
                                   BIND-DATA OF S-LOAD
                                   SELECT-SETUP OF S-LOAD
                                   SELECT-DATA OF S-LOAD
           IF RTNCD-ERROR OF SQLRT

               MOVE 'BUILD-FUNDING-FILE(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MA300-FETCH-LOAD

           PERFORM MA400-WRITE-ONE-LOAD
                   UNTIL FETCH-LOAD-END OF W-SW

           MOVE WK-LOAD-CNT OF W-WK  TO  PCF-TRL-LOAD-CNT
           MOVE WK-LOAD-TOT OF W-WK  TO  PCF-TRL-LOAD-TOT
           WRITE PAYCARD-FUND-REC  FROM  W-PCF-TRL

           CLOSE PAYCARD-FUND-FILE

           .
       BUILD-FUNDING-FILE-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-SELECT-PROVIDER SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-PROV

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-PROV
                                   BIND-SETUP OF S-PROV
                                   BIND-DATA OF S-PROV
                                   SELECT-SETUP OF S-PROV
                                   SELECT-DATA OF S-PROV
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-PROVIDER(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-PROV

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   DISPLAY 'Paycard provider parameters for Company: '
                           COMPANY OF S-RUNCTL
                   DISPLAY '  were not found.'
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   PERFORM ZZ000-SQL-ERROR
               ELSE
                   MOVE 'SELECT-PROVIDER(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           DISPLAY 'Card provider: ' PROVIDER-NAME OF S-PROV

           .
       SELECT-PROVIDER-EXIT.


      /*****************************************************************
      *                                                                *
       MA200-ROLL-EFFECTIVE-DT SECTION.
       MA200.
      *  The provider posts loads on banking days only; the shared     *
      *  calendar service rolls the run control's effective date       *
      *  forward off weekends and Federal Reserve holidays, as         *
      *  CCCDDPEX does for the ACH effective entry date.               *
      ******************************************************************

           SET ACTION-NEXT-BANKING OF W-BNKDYPARM  TO  TRUE
           MOVE EFFECTIVE-DT OF S-RUNCTL
                   TO  IN-DATE OF W-BNKDYPARM

           CALL 'CCCBNKDY' USING   SQLRT
                                   W-BNKDYPARM
           IF RETURN-CD-FAILURE OF W-BNKDYPARM

               MOVE 'ROLL-EFFECTIVE-DT(CCCBNKDY)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF OUT-DATE OF W-BNKDYPARM
                   NOT =  EFFECTIVE-DT OF S-RUNCTL

               DISPLAY 'Paycard load date rolled forward from '
                       EFFECTIVE-DT OF S-RUNCTL
                       ' to banking day '
                       OUT-DATE OF W-BNKDYPARM
           END-IF

           MOVE OUT-DATE OF W-BNKDYPARM  TO  WK-LOAD-DT OF W-WK

           .
       ROLL-EFFECTIVE-DT-EXIT.


      /*****************************************************************
      *                                                                *
       MA300-FETCH-LOAD SECTION.
       MA300.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-LOAD

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-LOAD
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-LOAD-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-LOAD'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-LOAD-EXIT.


      /*****************************************************************
      *                                                                *
       MA400-WRITE-ONE-LOAD SECTION.
       MA400.
      *                                                                *
      ******************************************************************

           MOVE CARD-PROXY OF S-LOAD   TO  PCF-DTL-PROXY
           MOVE NET-AMT OF S-LOAD      TO  PCF-DTL-AMT
           MOVE PAYMENT-REF OF S-LOAD  TO  PCF-DTL-REF
           MOVE EMPLID OF S-LOAD       TO  PCF-DTL-EMPLID
           MOVE WK-LOAD-DT OF W-WK     TO  PCF-DTL-EFFECTIVE-DT
           WRITE PAYCARD-FUND-REC  FROM  W-PCF-DTL

           ADD 1  TO  WK-LOAD-CNT OF W-WK
           ADD NET-AMT OF S-LOAD  TO  WK-LOAD-TOT OF W-WK

           PERFORM MA300-FETCH-LOAD

           .
       WRITE-ONE-LOAD-EXIT.


      /*****************************************************************
      *                                                                *
       NA000-VERIFY-BALANCE SECTION.
       NA000.
      *  Proves the file's load total ties back to the confirmed       *
      *  paycard net for the calendar before it is transmitted.  An    *
      *  out-of-balance file is reported, no load is stamped sent and  *
      *  the run is marked unsuccessful in SD000.                      *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-NETTOT
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-NETTOT
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-NETTOT

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-NETTOT
                                   BIND-SETUP OF S-NETTOT
                                   BIND-DATA OF S-NETTOT
                                   SELECT-SETUP OF S-NETTOT
                                   SELECT-DATA OF S-NETTOT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'VERIFY-BALANCE(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-NETTOT

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               MOVE 'VERIFY-BALANCE(FETCH)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           SET RTNCD-OK OF SQLRT  TO  TRUE

           MOVE WK-LOAD-CNT OF W-WK      TO  LOAD-CNT OF W-DSP
           MOVE WK-LOAD-TOT OF W-WK      TO  FILE-AMT OF W-DSP
           MOVE NET-PAY-TOT OF S-NETTOT  TO  CONF-AMT OF W-DSP

           DISPLAY 'Paycard Funding Control Totals'
           DISPLAY '  Card Loads Written:  ' LOAD-CNT OF W-DSP
           DISPLAY '  File Load Total:     ' FILE-AMT OF W-DSP
           DISPLAY '  Confirmed Net Total: ' CONF-AMT OF W-DSP
           DISPLAY '  Load Effective Date: ' WK-LOAD-DT OF W-WK

           IF WK-LOAD-TOT OF W-WK  =  NET-PAY-TOT OF S-NETTOT

               SET WK-BALANCED-YES OF W-SW  TO  TRUE
               DISPLAY '  File is BALANCED to the confirmed total.'
           ELSE
               SET WK-BALANCED-NO OF W-SW  TO  TRUE
               DISPLAY '  File is OUT OF BALANCE -- do not transmit.'
           END-IF

           .
       VERIFY-BALANCE-EXIT.


      /*****************************************************************
      *                                                                *
       NC000-MARK-LOADS-SENT SECTION.
       NC000.
      *  Stamps the loads on a balanced file sent, so the load         *
      *  results can be matched back to them.  A rerun before the      *
      *  results arrive finds the same loads and rewrites the file.    *
      ******************************************************************

           MOVE WK-LOAD-DT OF W-WK
                   TO  LOAD-DT OF BIND-DATA OF U-SENT
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF BIND-DATA OF U-SENT
           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF U-SENT
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF U-SENT
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF U-SENT

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF U-SENT
                                   BIND-SETUP OF U-SENT
                                   BIND-DATA OF U-SENT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'MARK-LOADS-SENT(UPDATE)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'MARK-LOADS-SENT(COMMIT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       MARK-LOADS-SENT-EXIT.


      /*****************************************************************
      *                                                                *
       NB000-REGISTER-INTERFACE SECTION.
       NB000.
      *  Records the funding file on the interface register so the     *
      *  acknowledgment import and the daily exceptions report can     *
      *  see it.  A failed register write is reported but does not     *
      *  fail the run; the file itself is sound.                       *
      ******************************************************************

           MOVE PROGRAM-IDENTITY  TO  GENERATOR-PROGRAM OF W-IFREGPARM
           MOVE 'PCDFUND'         TO  INTERFACE-FILE OF W-IFREGPARM
           MOVE COMPANY OF S-RUNCTL  TO  COMPANY OF W-IFREGPARM
           MOVE PAYGROUP OF S-RUNCTL TO  PAYGROUP OF W-IFREGPARM
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF W-IFREGPARM
           MOVE WK-LOAD-CNT OF W-WK  TO  IF-REC-CNT OF W-IFREGPARM
           MOVE WK-LOAD-TOT OF W-WK  TO  IF-CTL-AMT OF W-IFREGPARM
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF W-IFREGPARM

           CALL 'CCCIFREG' USING   SQLRT
                                   W-IFREGPARM
           IF RETURN-CD-FAILURE OF W-IFREGPARM

               DISPLAY 'Interface register write failed; the funding '
                       'file is sound but must be logged by hand.'
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
       MB000-APPLY-RESULT-FILE SECTION.
       MB000.
      *                                                                *
      ******************************************************************

           OPEN INPUT PAYCARD-RSLT-FILE

           IF NOT WK-FILE-STATUS-OK OF W-WK

               DISPLAY 'Paycard load result file could not be '
                       'opened, status: ' WK-FILE-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MB100-READ-RESULT-REC

           PERFORM MB200-APPLY-ONE-RESULT
                   UNTIL RSLT-EOF-YES OF W-SW

           CLOSE PAYCARD-RSLT-FILE

           IF PRT-OPEN-YES OF W-SW

               MOVE WK-FALLBACK-CNT OF W-WK  TO  PRT-TRL-CHK-CNT
               MOVE WK-FALLBACK-TOT OF W-WK  TO  PRT-TRL-NET-TOT
               WRITE PRINT-EXTRACT-REC  FROM  W-PRT-TRL

               CLOSE PRINT-EXTRACT-FILE
           END-IF

           MOVE WK-RSLT-CNT OF W-WK       TO  RSLT-CNT OF W-DSP
           MOVE WK-LOADED-CNT OF W-WK     TO  LOADED-CNT OF W-DSP
           MOVE WK-FALLBACK-CNT OF W-WK   TO  FALLBACK-CNT OF W-DSP
           MOVE WK-EXCEPTION-CNT OF W-WK  TO  EXCEPTION-CNT OF W-DSP
           MOVE WK-FALLBACK-TOT OF W-WK   TO  AMT-OUT OF W-DSP

           DISPLAY 'Paycard Load Results Control Totals'
           DISPLAY '  Results Read:        ' RSLT-CNT OF W-DSP
           DISPLAY '  Loads Confirmed:     ' LOADED-CNT OF W-DSP
           DISPLAY '  Loads Rejected:      ' FALLBACK-CNT OF W-DSP
           DISPLAY '  Fallback Check Net:  ' AMT-OUT OF W-DSP
           DISPLAY '  Exceptions:          ' EXCEPTION-CNT OF W-DSP

           IF WK-FALLBACK-CNT OF W-WK  >  ZERO

               DISPLAY '  Fallback checks are on the print extract '
                       'for printing and distribution.'
           END-IF

           .
       APPLY-RESULT-FILE-EXIT.


      /*****************************************************************
      *                                                                *
       MB100-READ-RESULT-REC SECTION.
       MB100.
      *                                                                *
      ******************************************************************

           READ PAYCARD-RSLT-FILE  INTO  W-PCR-REC
               AT END
                   SET RSLT-EOF-YES OF W-SW  TO  TRUE
           END-READ

           .
       READ-RESULT-REC-EXIT.


      /*****************************************************************
      *                                                                *
       MB200-APPLY-ONE-RESULT SECTION.
       MB200.
      *  The load is looked up by its payment reference first; a       *
      *  result must name a load still marked sent, on the same card   *
      *  and for the same amount, or it is reported as an exception    *
      *  and changes nothing.  Each applied result is committed on     *
      *  its own, so a rerun of the same file finds the applied ones   *
      *  no longer sent and reports them instead of applying twice.    *
      ******************************************************************

           ADD 1  TO  WK-RSLT-CNT OF W-WK

           IF NOT PCR-LOADED OF W-PCR-REC
                   AND NOT PCR-REJECTED OF W-PCR-REC

               DISPLAY 'Unknown load result type: '
                       PCR-TYPE OF W-PCR-REC
                       '  Reference: ' PCR-REF OF W-PCR-REC
               ADD 1  TO  WK-EXCEPTION-CNT OF W-WK
               GO TO MB200-NEXT-POINT
           END-IF

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-LOADREF
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-LOADREF
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-LOADREF
           MOVE PCR-REF OF W-PCR-REC
                   TO  PAYMENT-REF OF BIND-DATA OF S-LOADREF

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-LOADREF
                                   BIND-SETUP OF S-LOADREF
                                   BIND-DATA OF S-LOADREF
                                   SELECT-SETUP OF S-LOADREF
                                   SELECT-DATA OF S-LOADREF
           IF RTNCD-ERROR OF SQLRT

               MOVE 'APPLY-ONE-RESULT(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-LOADREF

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   DISPLAY 'No paycard load for result: '
                           PCR-TYPE OF W-PCR-REC
                           '  Reference: ' PCR-REF OF W-PCR-REC
                   ADD 1  TO  WK-EXCEPTION-CNT OF W-WK
                   GO TO MB200-NEXT-POINT
               ELSE
                   MOVE 'APPLY-ONE-RESULT(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF NOT LOAD-SENT OF S-LOADREF

               DISPLAY 'Duplicate or out-of-order result: '
                       PCR-TYPE OF W-PCR-REC
                       '  Reference: ' PCR-REF OF W-PCR-REC
                       '  load status '
                       LOAD-STATUS OF S-LOADREF
               ADD 1  TO  WK-EXCEPTION-CNT OF W-WK
               GO TO MB200-NEXT-POINT
           END-IF

           IF PCR-PROXY OF W-PCR-REC  NOT =  CARD-PROXY OF S-LOADREF
                   OR  PCR-AMT OF W-PCR-REC  NOT =  NET-AMT OF S-LOADREF

               MOVE PCR-AMT OF W-PCR-REC  TO  AMT-OUT OF W-DSP
               DISPLAY 'Result does not match the load sent: '
                       '  Reference: ' PCR-REF OF W-PCR-REC
                       '  Card: ' PCR-PROXY OF W-PCR-REC
                       '  Amount: ' AMT-OUT OF W-DSP
               ADD 1  TO  WK-EXCEPTION-CNT OF W-WK
               GO TO MB200-NEXT-POINT
           END-IF

           IF PCR-LOADED OF W-PCR-REC

               PERFORM MB300-STAMP-LOADED
           ELSE
               PERFORM MC000-FALL-BACK-TO-CHECK
           END-IF

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'APPLY-ONE-RESULT(COMMIT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       MB200-NEXT-POINT.

           PERFORM MB100-READ-RESULT-REC

           .
       APPLY-ONE-RESULT-EXIT.


      /*****************************************************************
      *                                                                *
       MB300-STAMP-LOADED SECTION.
       MB300.
      *                                                                *
      ******************************************************************

           MOVE PCR-EVENT-DT OF W-PCR-REC
                   TO  EVENT-DT OF BIND-DATA OF U-LOADED
           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF U-LOADED
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF U-LOADED
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF U-LOADED
           MOVE PCR-REF OF W-PCR-REC
                   TO  PAYMENT-REF OF BIND-DATA OF U-LOADED

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF U-LOADED
                                   BIND-SETUP OF U-LOADED
                                   BIND-DATA OF U-LOADED
           IF RTNCD-ERROR OF SQLRT

               MOVE 'STAMP-LOADED(UPDATE)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           ADD 1  TO  WK-LOADED-CNT OF W-WK

           .
       STAMP-LOADED-EXIT.


      /*****************************************************************
      *                                                                *
       MC000-FALL-BACK-TO-CHECK SECTION.
       MC000.
      *  A rejected load is paid by paper check instead: the next      *
      *  number on the pay group's forms series and its form from      *
      *  stock, the paycard distribution cloned to that check, the     *
      *  load stamped failed with the check reference, and the check   *
      *  written to the print extract.  All of it lands on the one     *
      *  commit in MB200.                                              *
      ******************************************************************

           PERFORM MC100-ASSIGN-CHECK-NBR

           PERFORM MC200-DRAW-STOCK

           MOVE WK-NEW-CHECK-NBR OF W-WK
                   TO  NEW-CHECK-NBR OF BIND-DATA OF I-FBCHK
           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF I-FBCHK
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF I-FBCHK
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF I-FBCHK
           MOVE PCR-REF OF W-PCR-REC
                   TO  PAYMENT-REF OF BIND-DATA OF I-FBCHK

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-FBCHK
                                   BIND-SETUP OF I-FBCHK
                                   BIND-DATA OF I-FBCHK
           IF RTNCD-ERROR OF SQLRT

               MOVE 'FALL-BACK-TO-CHECK(INSERT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE PCR-EVENT-DT OF W-PCR-REC
                   TO  EVENT-DT OF BIND-DATA OF U-FAILED
           MOVE PCR-REASON-CD OF W-PCR-REC
                   TO  REASON-CD OF BIND-DATA OF U-FAILED
           MOVE PCR-REASON-TEXT OF W-PCR-REC
                   TO  REASON-TEXT OF BIND-DATA OF U-FAILED
           MOVE WK-NEW-CHECK-NBR OF W-WK
                   TO  NEW-CHECK-NBR OF BIND-DATA OF U-FAILED
           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF U-FAILED
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF U-FAILED
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF U-FAILED
           MOVE PCR-REF OF W-PCR-REC
                   TO  PAYMENT-REF OF BIND-DATA OF U-FAILED

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF U-FAILED
                                   BIND-SETUP OF U-FAILED
                                   BIND-DATA OF U-FAILED
           IF RTNCD-ERROR OF SQLRT

               MOVE 'FALL-BACK-TO-CHECK(UPDATE)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MF000-WRITE-PRINT-CHECK

           ADD 1  TO  WK-FALLBACK-CNT OF W-WK
           ADD NET-AMT OF S-LOADREF  TO  WK-FALLBACK-TOT OF W-WK

           MOVE NET-AMT OF S-LOADREF  TO  AMT-OUT OF W-DSP
           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF S-LOADREF
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           DISPLAY 'Load rejected (' PCR-REASON-CD OF W-PCR-REC
                   ') for EmplID: ' WK-EMPLID-OUT OF W-WK
                   '  Fallback check: ' WK-NEW-CHECK-NBR OF W-WK
                   '  Net: ' AMT-OUT OF W-DSP

           .
       FALL-BACK-TO-CHECK-EXIT.


      /*****************************************************************
      *                                                                *
       MC100-ASSIGN-CHECK-NBR SECTION.
       MC100.
      *  Draws the next number from the pay group's forms series and   *
      *  advances the series, as CCCSTPRI does for a reissue; the      *
      *  calendar's confirm-stage run lock claimed in VC000 keeps the  *
      *  read-and-advance from racing a running confirm.               *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-FORMS
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-FORMS

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-FORMS
                                   BIND-SETUP OF S-FORMS
                                   BIND-DATA OF S-FORMS
                                   SELECT-SETUP OF S-FORMS
                                   SELECT-DATA OF S-FORMS
           IF RTNCD-ERROR OF SQLRT

               MOVE 'ASSIGN-CHECK-NBR(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-FORMS

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   DISPLAY 'Check forms series was not found for '
                           'the pay group.'
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   PERFORM ZZ000-SQL-ERROR
               ELSE
                   MOVE 'ASSIGN-CHECK-NBR(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           COMPUTE WK-NEW-CHECK-NUM OF W-WK
                   =  LAST-CHECK-NUM OF SELECT-DATA OF S-FORMS  +  1
           MOVE WK-NEW-CHECK-NUM OF W-WK  TO  WK-NEW-CHECK-NBR OF W-WK

           MOVE WK-NEW-CHECK-NUM OF W-WK
                   TO  LAST-CHECK-NUM OF BIND-DATA OF U-FORMS
           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF U-FORMS
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF U-FORMS

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF U-FORMS
                                   BIND-SETUP OF U-FORMS
                                   BIND-DATA OF U-FORMS
           IF RTNCD-ERROR OF SQLRT

               MOVE 'ASSIGN-CHECK-NBR(UPDATE)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       ASSIGN-CHECK-NBR-EXIT.


      /*****************************************************************
      *                                                                *
       MC200-DRAW-STOCK SECTION.
       MC200.
      *  The fallback check consumes a physical form; it is drawn      *
      *  against the inventory so CCCCKSTK's remaining count and the   *
      *  PSPCNFRM MH050 coverage gate stay true.                       *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF U-STKDRAW
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF U-STKDRAW
           MOVE WK-NEW-CHECK-NBR OF W-WK
                   TO  NEW-CHECK-NBR OF BIND-DATA OF U-STKDRAW

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF U-STKDRAW
                                   BIND-SETUP OF U-STKDRAW
                                   BIND-DATA OF U-STKDRAW
           IF RTNCD-ERROR OF SQLRT

               MOVE 'DRAW-STOCK(UPDATE)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       DRAW-STOCK-EXIT.


      /*****************************************************************
      *                                                                *
       MF000-WRITE-PRINT-CHECK SECTION.
       MF000.
      *  Fallback checks in the CNFPRINT format: the header is written *
      *  when the file is opened for the first fallback, then each     *
      *  check record with its earnings and deduction stubs; MB000     *
      *  writes the trailer and closes the file.                       *
      ******************************************************************

           IF NOT PRT-OPEN-YES OF W-SW

               OPEN OUTPUT PRINT-EXTRACT-FILE

               IF NOT WK-PRT-STATUS-OK OF W-WK

                   DISPLAY 'Print extract file could not be opened, '
                           'status: ' WK-PRT-STATUS OF W-WK
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   PERFORM ZZ000-SQL-ERROR
               END-IF

               SET PRT-OPEN-YES OF W-SW  TO  TRUE

               MOVE COMPANY OF S-RUNCTL     TO  PRT-HDR-COMPANY
               MOVE PAYGROUP OF S-RUNCTL    TO  PRT-HDR-PAYGROUP
               MOVE PAY-END-DT OF S-RUNCTL  TO  PRT-HDR-PAY-END-DT
               WRITE PRINT-EXTRACT-REC  FROM  W-PRT-HDR
           END-IF

           MOVE WK-NEW-CHECK-NBR OF W-WK  TO  PRT-CHK-NBR
           MOVE EMPLID OF S-LOADREF       TO  PRT-CHK-EMPLID
           MOVE EMPL-NAME OF S-LOADREF    TO  PRT-CHK-NAME
           MOVE NET-AMT OF S-LOADREF      TO  PRT-CHK-NET
           WRITE PRINT-EXTRACT-REC  FROM  W-PRT-CHK

           PERFORM MG000-WRITE-EARN-STUBS

           PERFORM MH000-WRITE-DED-STUBS

           .
       WRITE-PRINT-CHECK-EXIT.



      /*****************************************************************
      *                                                                *
       MG000-WRITE-EARN-STUBS SECTION.
       MG000.
      *                                                                *
      ******************************************************************

           MOVE SPACE  TO  FETCH-ERN-SW OF W-SW

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-ERN
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-ERN
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-ERN
           MOVE PCR-REF OF W-PCR-REC
                   TO  PAYMENT-REF OF BIND-DATA OF S-ERN

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-ERN
                                   BIND-SETUP OF S-ERN
                                   BIND-DATA OF S-ERN
                                   SELECT-SETUP OF S-ERN
                                   SELECT-DATA OF S-ERN
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-EARN-STUBS(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MG100-FETCH-EARN-STUB

           PERFORM MG200-WRITE-ONE-EARN
                   UNTIL FETCH-ERN-END OF W-SW

           .
       WRITE-EARN-STUBS-EXIT.


      /*****************************************************************
      *                                                                *
       MG100-FETCH-EARN-STUB SECTION.
       MG100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-ERN

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-ERN-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-EARN-STUB'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-EARN-STUB-EXIT.


      /*****************************************************************
      *                                                                *
       MG200-WRITE-ONE-EARN SECTION.
       MG200.
      *                                                                *
      ******************************************************************

           MOVE ERNCD OF S-ERN      TO  PRT-ERN-CD
           MOVE ERN-HOURS OF S-ERN  TO  PRT-ERN-HOURS
           MOVE ERN-AMT OF S-ERN    TO  PRT-ERN-AMT
           WRITE PRINT-EXTRACT-REC  FROM  W-PRT-ERN

           PERFORM MG100-FETCH-EARN-STUB

           .
       WRITE-ONE-EARN-EXIT.


      /*****************************************************************
      *                                                                *
       MH000-WRITE-DED-STUBS SECTION.
       MH000.
      *                                                                *
      ******************************************************************

           MOVE SPACE  TO  FETCH-DED-SW OF W-SW

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-DED
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-DED
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-DED
           MOVE PCR-REF OF W-PCR-REC
                   TO  PAYMENT-REF OF BIND-DATA OF S-DED

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-DED
                                   BIND-SETUP OF S-DED
                                   BIND-DATA OF S-DED
                                   SELECT-SETUP OF S-DED
                                   SELECT-DATA OF S-DED
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-DED-STUBS(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MH100-FETCH-DED-STUB

           PERFORM MH200-WRITE-ONE-DED
                   UNTIL FETCH-DED-END OF W-SW

           .
       WRITE-DED-STUBS-EXIT.


      /*****************************************************************
      *                                                                *
       MH100-FETCH-DED-STUB SECTION.
       MH100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-DED

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-DED-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-DED-STUB'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-DED-STUB-EXIT.


      /*****************************************************************
      *                                                                *
       MH200-WRITE-ONE-DED SECTION.
       MH200.
      *                                                                *
      ******************************************************************

           MOVE DEDCD OF S-DED      TO  PRT-DED-CD
           MOVE DED-CLASS OF S-DED  TO  PRT-DED-CLASS
           MOVE DED-AMT OF S-DED    TO  PRT-DED-AMT
           WRITE PRINT-EXTRACT-REC  FROM  W-PRT-DED

           PERFORM MH100-FETCH-DED-STUB

           .
       WRITE-ONE-DED-EXIT.



      /*****************************************************************
      *                                                                *
       VC000-CLAIM-RUN-LOCK SECTION.
       VC000.
      *  Serializes the fallback checks against the calendar's own     *
      *  confirm (which advances the same forms series through         *
      *  PSPCKNBR); the same stage lock MH000 runs under.              *
      ******************************************************************

           SET ACTION-CLAIM OF W-RNLCKPARM  TO  TRUE
           SET LOCK-STAGE-CONFIRM OF W-RNLCKPARM  TO  TRUE
           MOVE COMPANY OF S-RUNCTL  TO  COMPANY OF W-RNLCKPARM
           MOVE PAYGROUP OF S-RUNCTL  TO  PAYGROUP OF W-RNLCKPARM
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF W-RNLCKPARM
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF W-RNLCKPARM

           CALL 'CCCRNLCK' USING   SQLRT
                                   W-RNLCKPARM

           IF RETURN-CD-REFUSED OF W-RNLCKPARM

               DISPLAY 'Run lock held for Company: '
                       COMPANY OF S-RUNCTL
               DISPLAY '  Pay Group: ' PAYGROUP OF S-RUNCTL
                       '  Pay End Date: ' PAY-END-DT OF S-RUNCTL
               DISPLAY '  Held by stage: '
                       HOLDER-STAGE OF W-RNLCKPARM
                       '  Process Instance: '
                       HOLDER-INSTANCE OF W-RNLCKPARM
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF RETURN-CD-FAILURE OF W-RNLCKPARM

               DISPLAY 'Run lock registry is unavailable; '
                       'continuing without a lock for Company: '
                       COMPANY OF S-RUNCTL
           END-IF

           .
       CLAIM-RUN-LOCK-EXIT.


      /*****************************************************************
      *                                                                *
       VC100-RELEASE-RUN-LOCK SECTION.
       VC100.
      *                                                                *
      ******************************************************************

           SET ACTION-RELEASE OF W-RNLCKPARM  TO  TRUE
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF W-RNLCKPARM

           CALL 'CCCRNLCK' USING   SQLRT
                                   W-RNLCKPARM

           IF RETURN-CD-FAILURE OF W-RNLCKPARM

               DISPLAY 'Run lock release failed; the lock will be '
                       'reaped as stale by the next claimant.'
           END-IF

           .
       RELEASE-RUN-LOCK-EXIT.


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
           MOVE 'CCCPAYCD'  TO  REPORT-ID OF W-MASKPARM
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

           PERFORM VC100-RELEASE-RUN-LOCK

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
           DISPLAY 'Paycard Funding ended at '
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
               DISPLAY 'ON-CALL ALERT -- paycard funding file out of '
                       'balance for Company: ' COMPANY OF S-RUNCTL
           ELSE
               IF WK-EXCEPTION-CNT OF W-WK  >  ZERO

                   SET RUN-STATUS-UNSUCCESSFUL OF USTAT  TO  TRUE
                   SET CONTINUE-JOB-NO OF USTAT          TO  TRUE
                   DISPLAY 'ON-CALL ALERT -- paycard load results '
                           'not applied for Company: '
                           COMPANY OF S-RUNCTL
               ELSE
                   SET RUN-STATUS-SUCCESSFUL OF USTAT  TO  TRUE
               END-IF
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
           DISPLAY 'Paycard Funding did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
