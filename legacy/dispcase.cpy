           05  DC-FEE-REVERSED     PIC X(1).
               88  DC-FEE-REVERSED-YES VALUE 'Y'.
               88  DC-FEE-REVERSED-NO  VALUE 'N'.
      *****************************************************************
      * DC-PAYOUT-DATE IS THE BUSINESS DATE OF THE MERCH-PAYOUT RUN   *
      * THAT DEDUCTED A LOST CASE FROM THE MERCHANT (ZERO = NOT YET   *
      * DEDUCTED). LIKE DC-FEE-REVERSED IT SURVIVES A SECOND-         *
      * PRESENTMENT REOPEN. A DISPCASE.DAT WRITTEN BEFORE THIS FIELD  *
      * WAS ADDED NEEDS ITS ONE-TIME RECORD-LENGTH CONVERSION FIRST,  *
      * SETTING IT TO DC-OUTCOME-DATE FOR CASES ALREADY LOST (THOSE   *
      * WERE DEDUCTED ON THEIR OUTCOME DATE) AND ZERO FOR THE REST.   *
      *****************************************************************
           05  DC-PAYOUT-DATE      PIC 9(8).
