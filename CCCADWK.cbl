      ******************************************************************
      *                                                                *
      * CCCADWK - Academic-year deferred pay for the pay run           *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *                                                                *
      * Description: Call parameter block for CCCACDPY, the academic-  *
      *              year (9-over-12) deferred pay routine.  PSPPYRUN  *
      *              calls it before the calculation pass of a public  *
      *              sector calendar to place each contract            *
      *              employee's deferral, summer payout or termination *
      *              settlement line on the paysheet; PSPCNFRM calls   *
      *              it after the confirmation pass to post the        *
      *              confirmed lines to the deferred pay liability     *
      *              ledger.                                           *
      *                                                                *
      ******************************************************************



      /*****************************************************************
      *  CALL PARM FOR CCCACDPY.  THE CALLER SUPPLIES THE MODE AND     *
      *  THE CALENDAR (PAGE RANGE FOR AN OFF-CYCLE CALENDAR, THE       *
      *  SINGLE EMPLOYEE WHEN A CALC IS SCOPED TO ONE); THE COUNTS     *
      *  AND AMOUNTS DEFERRED, PAID OUT AND SETTLED COME BACK FOR THE  *
      *  RUN LOG.                                                      *
      ******************************************************************
       01  W-ADPPARM.
           02  RETURN-CD               PIC 99      COMP.
               88  RETURN-CD-SUCCESS               VALUE 0.
               88  RETURN-CD-FAILURE               VALUE 99.
           02  ADP-MODE                PIC X.
               88  ADP-MODE-CALC                   VALUE 'C'.
               88  ADP-MODE-CONFIRM                VALUE 'F'.
           02  COMPANY                 PIC X(10).
           02  PAYGROUP                PIC X(10).
           02  PAY-END-DT              PIC X(10).
           02  OFF-CYCLE               PIC X.
               88  ADP-OFF-CYCLE-YES               VALUE 'Y'.
               88  ADP-OFF-CYCLE-NO                VALUE 'N'.
           02  PAGE-NO                 PIC 99999   COMP.
           02  PAGE-NO-THRU            PIC 99999   COMP.
           02  BUILD-ONE-EMPLID        PIC X(20).
           02  PROCESS-INSTANCE        PIC S9(9)   COMP.
           02  DEFER-CNT               PIC 9(5)    COMP.
           02  DEFER-AMT-TOT           PIC S9(9)V99  COMP-3.
           02  PAYOUT-CNT              PIC 9(5)    COMP.
           02  PAYOUT-AMT-TOT          PIC S9(9)V99  COMP-3.
           02  SETTLE-CNT              PIC 9(5)    COMP.
           02  SETTLE-AMT-TOT          PIC S9(9)V99  COMP-3.
