      ******************************************************************
      *                                                                *
      * CCCTCWK - Total compensation statement (TCSTMT) record images  *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *                                                                *
      * Description: The TCSTMT record images CCCTCSTM writes for the  *
      *              print vendor and the employee portal load.  One   *
      *              file header and one file trailer bracket the      *
      *              run; each statement is a header record followed   *
      *              by its detail lines and one statement total, all  *
      *              carrying the statement's mailing sequence so      *
      *              either reader can pick a statement out whole.     *
      *              Amounts and hours are fixed-width with a leading  *
      *              sign and an actual decimal point.                 *
      *                                                                *
      ******************************************************************



      /*****************************************************************
      *  TCSTMT RECORD IMAGES.  THE FIRST BYTE IS THE RECORD TYPE:     *
      *  F FILE HEADER, H STATEMENT HEADER, D DETAIL LINE, T           *
      *  STATEMENT TOTAL, Z FILE TRAILER.  DETAIL SECTIONS: ERN CASH   *
      *  EARNINGS, BEN EMPLOYER BENEFIT PREMIUMS, TAX EMPLOYER TAXES,  *
      *  RET EMPLOYER RETIREMENT, LVE LEAVE ACCRUED AND USED (HOURS).  *
      ******************************************************************
       01  W-TCS-FHDR.
           02  FILLER                  PIC X       VALUE 'F'.
           02  TCS-FHDR-COMPANY        PIC X(10).
           02  TCS-FHDR-FROM-DT        PIC X(10).
           02  TCS-FHDR-TO-DT          PIC X(10).
           02  TCS-FHDR-RUN-DT         PIC 9(8).
           02  FILLER                  PIC X(211)  VALUE SPACE.

       01  W-TCS-HDR.
           02  FILLER                  PIC X       VALUE 'H'.
           02  TCS-HDR-MAIL-SEQ        PIC 9(7).
           02  TCS-HDR-COMPANY         PIC X(10).
           02  TCS-HDR-EMPLID          PIC X(20).
           02  TCS-HDR-NAME            PIC X(40).
           02  TCS-HDR-ADDRESS1        PIC X(55).
           02  TCS-HDR-ADDRESS2        PIC X(55).
           02  TCS-HDR-CITY            PIC X(30).
           02  TCS-HDR-STATE           PIC X(6).
           02  TCS-HDR-POSTAL          PIC X(12).
           02  TCS-HDR-DELIV-METHOD    PIC X.
           02  FILLER                  PIC X(13)   VALUE SPACE.

       01  W-TCS-DTL.
           02  FILLER                  PIC X       VALUE 'D'.
           02  TCS-DTL-MAIL-SEQ        PIC 9(7).
           02  TCS-DTL-SECTION         PIC XXX.
           02  TCS-DTL-CATEGORY        PIC X(10).
           02  TCS-DTL-DESCR           PIC X(30).
           02  TCS-DTL-AMOUNT          PIC -9(9).99.
           02  TCS-DTL-HOURS           PIC -9(5).99.
           02  TCS-DTL-HOURS-USED      PIC -9(5).99.
           02  FILLER                  PIC X(165)  VALUE SPACE.

       01  W-TCS-TOT.
           02  FILLER                  PIC X       VALUE 'T'.
           02  TCS-TOT-MAIL-SEQ        PIC 9(7).
           02  TCS-TOT-CASH            PIC -9(9).99.
           02  TCS-TOT-BENEFIT         PIC -9(9).99.
           02  TCS-TOT-TAX             PIC -9(9).99.
           02  TCS-TOT-RETIRE          PIC -9(9).99.
           02  TCS-TOT-COMP            PIC -9(9).99.
           02  TCS-TOT-LV-ACCRUED      PIC -9(5).99.
           02  TCS-TOT-LV-USED         PIC -9(5).99.
           02  FILLER                  PIC X(152)  VALUE SPACE.

       01  W-TCS-TRL.
           02  FILLER                  PIC X       VALUE 'Z'.
           02  TCS-TRL-STMT-CNT        PIC 9(7).
           02  TCS-TRL-COMP-TOT        PIC -9(11).99.
           02  FILLER                  PIC X(226)  VALUE SPACE.
