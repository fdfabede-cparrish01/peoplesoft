      ******************************************************************
      *                                                                *
      * CCCDFWK - Retirement deferral limits for the calculation       *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *                                                                *
      * Description: Call parameter block for CCCDFLIM, the deferral   *
      *              limit engine PSPPYRUN calls after the             *
      *              calculation pass.  CCCDFLIM caps each             *
      *              employee's pre-tax and Roth elective deferrals    *
      *              at the 402(g) limit (plus the age-50 catch-up     *
      *              allowance) and the combined employee-plus-        *
      *              employer additions at the 415(c) limit, adjusts   *
      *              the calculated deduction and employer match       *
      *              rows and writes a pay message for every           *
      *              deferral it cut, so excess deferrals are stopped  *
      *              in the period instead of refunded at year end.    *
      *              An employee whose pre-tax deferral is cut is      *
      *              left for recalculation, with the cuts placed on   *
      *              the paysheet as deduction overrides.              *
      *                                                                *
      ******************************************************************



      /*****************************************************************
      *  CALL PARM FOR CCCDFLIM.  THE CALLER SUPPLIES THE CALENDAR     *
      *  JUST CALCULATED (WITH THE OFF-CYCLE PAGE RANGE WHEN THE RUN   *
      *  IS OFF-CYCLE); THE COUNTS OF EMPLOYEES CAPPED AND DEFERRAL    *
      *  ROWS CUT COME BACK FOR THE RUN LOG, WITH THE COUNT OF         *
      *  EMPLOYEES LEFT FOR RECALCULATION BY A PRE-TAX CUT.            *
      *  RETURN-CD-NO-LIMITS MEANS NO LIMIT ROW IS EFFECTIVE FOR THE   *
      *  PAY END DATE'S YEAR AND NOTHING WAS CAPPED.                   *
      ******************************************************************
       01  W-DFLPARM.
           02  RETURN-CD               PIC 99      COMP.
               88  RETURN-CD-SUCCESS               VALUE 0.
               88  RETURN-CD-NO-LIMITS             VALUE 1.
               88  RETURN-CD-FAILURE               VALUE 99.
           02  COMPANY                 PIC X(10).
           02  PAYGROUP                PIC X(10).
           02  PAY-END-DT              PIC X(10).
           02  OFF-CYCLE               PIC X.
           02  PAGE-NO                 PIC 99999   COMP.
           02  PAGE-NO-THRU            PIC 99999   COMP.
           02  EMPL-CAPPED-CNT         PIC 9(5)    COMP.
           02  DEFERRAL-CUT-CNT        PIC 9(5)    COMP.
           02  RECALC-CNT              PIC 9(5)    COMP.
