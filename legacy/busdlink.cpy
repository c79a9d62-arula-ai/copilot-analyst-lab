      ******************************************************************
      * BUSDAY CALL INTERFACE. EVERY PROGRAM THAT AGES AN ITEM OR     *
      * SETS A DEADLINE PASSES THIS BLOCK TO THE BUSDAY ROUTINE:      *
      *   P - LOOK UP THE DAY BASIS CONFIGURED ON DAYBASIS.DAT FOR    *
      *       BD-BASIS-KEY (ONE KEY PER AGING REPORT OR SLA) INTO     *
      *       BD-BASIS; A KEY NOT ON FILE IS CALENDAR DAYS            *
      *   D - BD-DAYS = DAYS FROM BD-FROM-DATE TO BD-TO-DATE ON       *
      *       BD-BASIS. BUSINESS DAYS COUNT THE BUSINESS DAYS AFTER   *
      *       THE FROM DATE UP TO AND INCLUDING THE TO DATE, SO AN    *
      *       ITEM RAISED FRIDAY IS ONE BUSINESS DAY OLD ON MONDAY.   *
      *       NEGATIVE WHEN THE TO DATE IS EARLIER.                   *
      *   A - BD-RESULT-DATE = BD-FROM-DATE PLUS BD-DAYS ON BD-BASIS  *
      *   N - BD-RESULT-DATE = BD-FROM-DATE, OR THE NEXT BUSINESS DAY *
      *       AFTER IT WHEN IT IS NOT ONE                             *
      *   C - BD-DAY-FLAG / BD-DAY-DESC FOR BD-FROM-DATE              *
      *   R - AS C, AND DISPLAY A WARNING WHEN THE RUN DATE IN        *
      *       BD-FROM-DATE IS NOT A BUSINESS DAY                      *
      * BD-RETURN-CODE IS 8 WHEN A DATE PASSED IN IS NOT A VALID      *
      * YYYYMMDD DATE; THE RESULT FIELDS ARE THEN NOT SET.            *
      ******************************************************************
       01  BUSDAY-PARMS.
           05  BD-FUNCTION         PIC X(1).
               88  BD-GET-BASIS    VALUE 'P'.
               88  BD-DAYS-BETWEEN VALUE 'D'.
               88  BD-ADD-DAYS     VALUE 'A'.
               88  BD-NEXT-BUSINESS-DAY VALUE 'N'.
               88  BD-CHECK-DATE   VALUE 'C'.
               88  BD-CHECK-RUN-DATE VALUE 'R'.
           05  BD-BASIS-KEY        PIC X(20).
           05  BD-BASIS            PIC X(1).
               88  BD-BUSINESS-BASIS VALUE 'B'.
               88  BD-CALENDAR-BASIS VALUE 'C'.
           05  BD-FROM-DATE        PIC 9(8).
           05  BD-TO-DATE          PIC 9(8).
           05  BD-DAYS             PIC S9(5).
           05  BD-RESULT-DATE      PIC 9(8).
           05  BD-DAY-FLAG         PIC X(1).
               88  BD-BUSINESS-DAY VALUE 'Y'.
               88  BD-NON-BUSINESS-DAY VALUE 'N'.
           05  BD-DAY-DESC         PIC X(30).
           05  BD-RETURN-CODE      PIC 9(2).
               88  BD-OK           VALUE 0.
               88  BD-BAD-DATE     VALUE 8.
