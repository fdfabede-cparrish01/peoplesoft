      *  COMMUNICATION AREA; THE CALLER SUPPLIES ITS FUNCTION AND THE  *
      *  RUN CONTROL'S COMPANY/PAY GROUP (BLANK FOR A RUN-ID-WIDE      *
      *  RUN, WHICH REQUIRES AN ALL-COMPANY GRANT).  A DENIAL IS       *
      *  LOGGED TO THE VIOLATION TABLE BY CCCOPAUT ITSELF.  THE        *
      *  UNMASK FUNCTION ALSO TAKES THE REPORT ID; ITS GRANT IS        *
      *  LOGGED TO THE UNMASK LOG AND ITS DENIAL IS NOT A VIOLATION.   *
      ******************************************************************
       01  W-OPAUTPARM.
           02  RETURN-CD               PIC 99      COMP.
               88  AUTH-FUNC-CALC                  VALUE 'C'.
               88  AUTH-FUNC-CONFIRM               VALUE 'F'.
               88  AUTH-FUNC-REVERSE               VALUE 'R'.
               88  AUTH-FUNC-UNMASK                VALUE 'U'.
           02  COMPANY                 PIC X(10).
           02  PAYGROUP                PIC X(10).
           02  PROCESS-INSTANCE        PIC S9(9)   COMP.
           02  REPORT-ID               PIC X(8).
