      ******************************************************************
      * BUSINESS-DAY CALENDAR RECORD - HOLIDAY.DAT (INDEXED, KEYED BY *
      * THE CALENDAR DATE). MAINTAINED BY HOLIDAY-MAINT AND READ BY   *
      * THE BUSDAY ROUTINE. SATURDAY AND SUNDAY ARE NON-BUSINESS DAYS *
      * WITHOUT BEING LISTED; A ROW IS NEEDED ONLY FOR THE EXCEPTIONS:*
      *   H - BANK HOLIDAY FALLING ON A WEEKDAY (OR ANY DATE THE      *
      *       OFFICE IS CLOSED)                                       *
      *   W - WEEKEND DATE WORKED AS A BUSINESS DAY                   *
      ******************************************************************
       01  HOLIDAY-RECORD.
           05  HC-DATE             PIC 9(8).
           05  HC-DAY-TYPE         PIC X(1).
               88  HC-HOLIDAY      VALUE 'H'.
               88  HC-WORKING-DAY  VALUE 'W'.
           05  HC-DESCRIPTION      PIC X(30).
           05  HC-LAST-MAINT-DATE  PIC 9(8).
           05  HC-LAST-MAINT-OPER  PIC X(8).
