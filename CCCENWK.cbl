      ******************************************************************
      *                                                                *
      * CCCENWK - Salary encumbrance liquidation for the confirm       *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *                                                                *
      * Description: Call parameter block for CCCENCLQ, the salary     *
      *              encumbrance liquidation routine.  PSPCNFRM calls  *
      *              it after the confirmation pass of a public        *
      *              sector calendar to liquidate the fund/department  *
      *              encumbrances CCCENCMB projected, by the           *
      *              calendar's confirmed salary and employer cost.    *
      *                                                                *
      ******************************************************************



      /*****************************************************************
      *  CALL PARM FOR CCCENCLQ.  THE CALLER SUPPLIES THE CALENDAR     *
      *  (PAGE RANGE FOR AN OFF-CYCLE CALENDAR); THE NUMBER OF         *
      *  LIQUIDATION ROWS AND THE AMOUNT LIQUIDATED COME BACK FOR THE  *
      *  RUN LOG.                                                      *
      ******************************************************************
       01  W-ENCPARM.
           02  RETURN-CD               PIC 99      COMP.
               88  RETURN-CD-SUCCESS               VALUE 0.
               88  RETURN-CD-FAILURE               VALUE 99.
           02  COMPANY                 PIC X(10).
           02  PAYGROUP                PIC X(10).
           02  PAY-END-DT              PIC X(10).
           02  OFF-CYCLE               PIC X.
               88  ENC-OFF-CYCLE-YES               VALUE 'Y'.
               88  ENC-OFF-CYCLE-NO                VALUE 'N'.
           02  PAGE-NO                 PIC 99999   COMP.
           02  PAGE-NO-THRU            PIC 99999   COMP.
           02  PROCESS-INSTANCE        PIC S9(9)   COMP.
           02  LIQ-ROW-CNT             PIC 9(5)    COMP.
           02  LIQ-AMT-TOT             PIC S9(9)V99  COMP-3.
