      *              trailer bracket each calendar's checks; each      *
      *              check record is followed by its earnings,         *
      *              deduction and leave-balance stub records.         *
      *              CCCEPAYS reads the same extract to post the       *
      *              electronic pay statements.                        *
      *                                                                *
      ******************************************************************



      /*****************************************************************
      *  CNFPRINT RECORD IMAGES.  THE FIRST BYTE IS THE RECORD TYPE: H *
      *  HEADER, C CHECK, E EARNINGS STUB, D DEDUCTION STUB, L         *
      *  LEAVE-BALANCE STUB, T TRAILER.  THE CHECK RECORD'S PAYMENT    *
      *  TYPE TELLS A LIVE CHECK FROM A DIRECT DEPOSIT ADVICE; A       *
      *  WRITER THAT LEAVES IT BLANK IS WRITING LIVE CHECKS.           *
      ******************************************************************
       01  W-PRT-HDR.
           02  FILLER                  PIC X       VALUE 'H'.
           02  PRT-CHK-EMPLID          PIC X(20).
           02  PRT-CHK-NAME            PIC X(30).
           02  PRT-CHK-NET             PIC 9(9).99.
           02  PRT-CHK-PAY-TYPE        PIC X       VALUE SPACE.
               88  PRT-CHK-LIVE-CHECK              VALUE 'C' SPACE.
               88  PRT-CHK-ADVICE                  VALUE 'A'.
           02  FILLER                  PIC X(46)   VALUE SPACE.

       01  W-PRT-ERN.
           02  FILLER                  PIC X       VALUE 'E'.
