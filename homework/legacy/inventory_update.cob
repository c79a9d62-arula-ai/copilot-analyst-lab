               FILE STATUS IS WS-PD-STATUS.
           SELECT OPTIONAL PRIOR-PERIOD-ADJ-FILE ASSIGN TO "PPADJ.DAT"
               ORGANIZATION IS SEQUENTIAL.
      *****************************************************************
      * SALES TAX. THE JURISDICTION RATE TABLE (SEE TAXRATE.CPY) IS   *
      * KEYED BY INV-LOCATION AND EFFECTIVE DATE; EACH SALE POSTED    *
      * IS TAXED AT THE RATE IN FORCE ON SAL-DATE UNLESS ITS          *
      * INV-CATEGORY IS EXEMPT THERE, AND EACH RETURN CREDITS THE TAX *
      * BACK AT THE ORIGINAL SALE'S RATE. BOTH ARE RECORDED ON THE    *
      * SALES-TAX LEDGER (SEE SALESTAX.CPY) FOR TAX-LIABILITY.        *
      *****************************************************************
           SELECT OPTIONAL TAX-RATE-FILE ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-TX-STATUS.
           SELECT SALES-TAX-FILE ASSIGN TO "SALESTAX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-ST-STATUS.
      *****************************************************************
      * LOT AND EXPIRY TRACKING FOR PERISHABLE AND DATED CATEGORIES   *
      * (SEE INVLOT.CPY, LOTSALE.CPY, LOTCAT.CPY). A MISSING          *
      * LOTCAT.DAT TURNS LOT TRACKING OFF WITH A WARNING AND LEAVES   *
      * EVERY SKU ON THE SINGLE ON-HAND BALANCE AS BEFORE.            *
      *****************************************************************
           SELECT OPTIONAL LOT-CATEGORY-FILE ASSIGN TO "LOTCAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LC-STATUS.
           SELECT LOT-FILE ASSIGN TO "INVLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.
           SELECT LOT-SALE-FILE ASSIGN TO "LOTSALE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-LS-STATUS.
      *****************************************************************
      * KIT BILL OF MATERIALS (SEE KITBOM.CPY). WITHOUT IT NO SKU IS  *
      * TREATED AS A KIT.                                             *
      *****************************************************************
           SELECT OPTIONAL KIT-BOM-FILE ASSIGN TO "KITBOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS KB-KEY
               FILE STATUS IS WS-KB-STATUS.
      *****************************************************************
      * CUSTOMER BACKORDERS (SEE BACKORD.CPY): A CUSTOMER SALE SHORT  *
      * ON STOCK IS HELD HERE, FILLED OLDEST FIRST WHEN A PO RECEIPT  *
      * POSTS THE SKU, AND COUNTED AS DEMAND BY THE REORDER SCAN.     *
      * CREATED ON THE FIRST RUN.                                     *
      *****************************************************************
           SELECT BACKORDER-FILE ASSIGN TO "BACKORDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BO-KEY
               FILE STATUS IS WS-BO-STATUS.
      *****************************************************************
      * PRICE LIST (SEE PRICELST.CPY, MAINTAINED BY PRICE-MAINT).     *
      * EACH SALE'S UNIT PRICE IS CHECKED AGAINST THE LIST PRICE IN   *
      * EFFECT ON THE SALE DATE; THE TOLERANCES COME FROM             *
      * PRICEPRM.DAT. WITHOUT THE PRICE LIST NO SALE IS               *
      * PRICE-CHECKED.                                                *
      *****************************************************************
           SELECT OPTIONAL PRICE-LIST-FILE ASSIGN TO "PRICELST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PL-STATUS.
           SELECT OPTIONAL PRICE-PARAMS ASSIGN TO "PRICEPRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PP-STATUS.
           SELECT PRICE-EXCEPTION-RPT ASSIGN TO "PRICEEXC.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-VENDOR-FILE.
           COPY "itemvend.cpy".

      *****************************************************************
      * RCP-EXPIRY-DATE AND RCP-LOT-ID DATE AND NAME THE LOT A        *
      * RECEIPT OF A LOT-TRACKED SKU CREATES. A ZERO OR NON-NUMERIC   *
      * EXPIRY MEANS THE RECEIPT DATE PLUS THE CATEGORY'S SHELF LIFE; *
      * A BLANK LOT ID MEANS THE PO NUMBER. BOTH ARE IGNORED FOR      *
      * OTHER SKUS.                                                   *
      *****************************************************************
       FD  RECEIPT-TRANS.
       01  RECEIPT-RECORD.
           05  RCP-PO-NUMBER           PIC X(10).
           05  RCP-DATE                PIC 9(8).
           05  RCP-QUANTITY            PIC 9(5).
           05  RCP-EXPIRY-DATE         PIC 9(8).
           05  RCP-LOT-ID              PIC X(10).

       FD  RECEIVING-REPORT.
       01  RECEIVING-LINE              PIC X(132).
               88  COR-FIELD-QTY       VALUE "QTY".
               88  COR-FIELD-DEST      VALUE "DEST".
               88  COR-FIELD-APPR      VALUE "APPR".
               88  COR-FIELD-PRICE     VALUE "PRICE".
               88  COR-FIELD-PRICE-OK  VALUE "PRICEOK".
           05  COR-NEW-VALUE           PIC X(10).
           05  COR-OPERATOR-ID         PIC X(8).

       FD  PRIOR-PERIOD-ADJ-FILE.
           COPY "ppadj.cpy".

       FD  TAX-RATE-FILE.
           COPY "taxrate.cpy".

       FD  SALES-TAX-FILE.
           COPY "salestax.cpy".

       FD  LOT-CATEGORY-FILE.
           COPY "lotcat.cpy".

       FD  LOT-FILE.
           COPY "invlot.cpy".

       FD  LOT-SALE-FILE.
           COPY "lotsale.cpy".

       FD  KIT-BOM-FILE.
           COPY "kitbom.cpy".

       FD  BACKORDER-FILE.
           COPY "backord.cpy".

       FD  PRICE-LIST-FILE.
           COPY "pricelst.cpy".

       FD  PRICE-PARAMS.
       01  PRICE-PARAM-RECORD.
           05  PP-PARAM-TYPE           PIC X(16).
           05  PP-PARAM-VALUE          PIC 9(5).

       FD  PRICE-EXCEPTION-RPT.
       01  PRICE-EXCEPTION-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05  WS-RUNC-STATUS      PIC XX.
           05  WS-AA-STATUS            PIC XX.
               88  AA-OK               VALUE "00".
               88  AA-NOT-FOUND        VALUE "23".
           05  WS-TX-STATUS            PIC XX.
               88  TX-OK               VALUE "00".
               88  TX-NOT-FOUND        VALUE "23".
           05  WS-ST-STATUS            PIC XX.
               88  ST-OK               VALUE "00".
               88  ST-DUP-KEY          VALUE "22".
               88  ST-NOT-FOUND        VALUE "23".
               88  ST-FILE-NOT-EXIST   VALUE "35".
           05  WS-LC-STATUS            PIC XX.
               88  LC-OK               VALUE "00".
           05  WS-LOT-STATUS           PIC XX.
               88  LOT-OK              VALUE "00".
               88  LOT-NOT-FOUND       VALUE "23".
               88  LOT-FILE-NOT-EXIST  VALUE "35".
           05  WS-LS-STATUS            PIC XX.
               88  LS-OK               VALUE "00".
               88  LS-DUP-KEY          VALUE "22".
               88  LS-FILE-NOT-EXIST   VALUE "35".
           05  WS-KB-STATUS            PIC XX.
               88  KB-OK               VALUE "00".
           05  WS-BO-STATUS            PIC XX.
               88  BO-OK               VALUE "00".
               88  BO-FILE-NOT-EXIST   VALUE "35".
           05  WS-PL-STATUS            PIC XX.
               88  PL-OK               VALUE "00".
           05  WS-PP-STATUS            PIC XX.

      *****************************************************************
      * CLOSED-PERIOD REGISTER TABLE AND CUTOFF STATE. AN ABSENT OR   *
           05  WS-RC-I                 PIC 9(2).
           05  WS-AUTH-REJECTS         PIC 9(6) VALUE ZERO.

      *****************************************************************
      * SALES-TAX STATE. A MISSING RATE TABLE TURNS TAX CALCULATION   *
      * OFF WITH A WARNING (SAME POSTURE AS A MISSING APPRAUTH.DAT);  *
      * A LOCATION WITH NO RATE IN FORCE IS TAXED AT ZERO AND         *
      * COUNTED FOR THE OPERATOR.                                     *
      *****************************************************************
       01  WS-TAX-WORK.
           05  WS-TAX-CALC-FLAG        PIC X VALUE 'N'.
               88  TAX-CALC-ON         VALUE 'Y'.
           05  WS-TAX-RATE-FOUND-FLAG  PIC X VALUE 'N'.
           05  WS-TAX-EXEMPT-FLAG      PIC X VALUE 'N'.
           05  WS-TAX-JURISDICTION     PIC X(10).
           05  WS-TAX-RATE             PIC 9V9(5) COMP-3.
           05  WS-TAX-GROSS-AMT        PIC S9(11)V99 COMP-3.
           05  WS-TAX-RETURN-PRICE     PIC S9(7)V99 COMP-3.
           05  WS-TAX-I                PIC 9(2).
           05  WS-TAX-SALES-TAXED      PIC 9(6) VALUE ZERO.
           05  WS-TAX-SALES-EXEMPT     PIC 9(6) VALUE ZERO.
           05  WS-TAX-NO-RATE          PIC 9(6) VALUE ZERO.
           05  WS-TAX-RETURNS-CREDITED PIC 9(6) VALUE ZERO.
           05  WS-TAX-RETURNS-NO-SALE  PIC 9(6) VALUE ZERO.
           05  WS-TAX-COLLECTED        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TAX-REFUNDED         PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-REBALANCE-WORK.
           05  WS-XFER-QTY             PIC S9(7) COMP-3.
           05  WS-XFERS-RECOMMENDED    PIC 9(6) VALUE ZERO.
           05  WS-SUSP-INV-SNAPSHOT    PIC 9(6).
           05  WS-COR-QTY-X.
               10  WS-COR-QTY          PIC 9(5).
           05  WS-COR-PRICE            PIC S9(7)V99 COMP-3.
           05  WS-COR-PATCH-OK         PIC X VALUE 'Y'.
           05  WS-COR-I                PIC 9(2).
           05  WS-COR-DIGIT-CNT        PIC 9(2).
           05  WS-VAL-DISC-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-VAL-HOLD-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-WO-VALUE-AMT         PIC S9(11)V99 COMP-3.
           05  WS-WO-QTY               PIC S9(7) COMP-3.

       01  WS-VAL-LOC-TABLE.
           05  WS-VL-ENTRY OCCURS 50 TIMES INDEXED BY WS-VL-IDX.
       01  WS-RETURN-OK-FLAG           PIC X VALUE 'Y'.
       01  WS-DEST-FOUND-FLAG          PIC X VALUE 'N'.

      *****************************************************************
      * LOT-TRACKING STATE. WS-LOT-CATEGORY-TABLE IS LOADED FROM      *
      * LOTCAT.DAT AT START-UP (FIXED TABLE, WARN AND DROP ON         *
      * OVERFLOW). FIND-LOT-CATEGORY SETS WS-LOT-TRACKED-FLAG FOR THE *
      * INVENTORY-RECORD IN THE BUFFER.                               *
      *****************************************************************
       01  WS-LOT-CONTROL.
           05  WS-LOT-TRACKING-FLAG    PIC X VALUE 'N'.
               88  LOT-TRACKING-ON     VALUE 'Y'.
           05  WS-LOT-TRACKED-FLAG     PIC X VALUE 'N'.
               88  SKU-LOT-TRACKED     VALUE 'Y'.
           05  WS-LOT-SHELF-LIFE       PIC 9(4).

       01  WS-LOT-CATEGORY-TABLE.
           05  WS-LC-ENTRY OCCURS 50 TIMES INDEXED BY WS-LC-IDX.
               10  WS-LC-CATEGORY      PIC X(20).
               10  WS-LC-SHELF-LIFE    PIC 9(4).
       01  WS-LOT-CATEGORY-COUNT       PIC 9(3) VALUE ZERO.

      *****************************************************************
      * FIRST-EXPIRY-FIRST-OUT DRAW. THE CALLER SETS THE LOCATION,    *
      * SKU, QUANTITY NEEDED AND THE TRANSACTION DATE; DRAW-FROM-LOTS *
      * EMPTIES THE EARLIEST-EXPIRING LOTS FIRST AND LISTS EACH LOT   *
      * IT TOUCHED IN WS-LOT-PICK-TABLE. WHATEVER THE LOTS COULD NOT  *
      * COVER CAME OUT OF UNLOTTED STOCK AND IS LEFT IN WS-LOT-NEED.  *
      * WS-LOT-EXPIRED-DRAWN IS THE PART TAKEN FROM LOTS ALREADY PAST *
      * THEIR EXPIRY ON THE TRANSACTION DATE.                         *
      *****************************************************************
       01  WS-LOT-DRAW-WORK.
           05  WS-LOT-DRAW-LOCATION    PIC X(4).
           05  WS-LOT-DRAW-SKU         PIC X(10).
           05  WS-LOT-NEED             PIC S9(7) COMP-3.
           05  WS-LOT-AS-OF-DATE       PIC 9(8).
           05  WS-LOT-TAKE             PIC S9(7) COMP-3.
           05  WS-LOT-EXPIRED-DRAWN    PIC S9(7) COMP-3.
           05  WS-LOT-SCAN-EOF         PIC X VALUE 'N'.
           05  WS-LOT-SALE-QTY         PIC S9(7) COMP-3.
           05  WS-LOT-SALE-SEQ         PIC 9(3).

       01  WS-LOT-PICK-TABLE.
           05  WS-LP-ENTRY OCCURS 99 TIMES INDEXED BY WS-LP-IDX.
               10  WS-LP-EXPIRY-DATE   PIC 9(8).
               10  WS-LP-LOT-ID        PIC X(10).
               10  WS-LP-RECEIPT-DATE  PIC 9(8).
               10  WS-LP-QTY           PIC S9(7) COMP-3.
       01  WS-LOT-PICK-COUNT           PIC 9(3) VALUE ZERO.

      *****************************************************************
      * CREDIT TO A LOT (RECEIPT, TRANSFER IN, RETURN): ADD-TO-LOT    *
      * ADDS WS-LOT-ADD-QTY TO THE LOT NAMED IN WS-LOT-ADD-KEY,       *
      * CREATING IT IF IT IS NOT ON FILE YET.                         *
      *****************************************************************
       01  WS-LOT-ADD-WORK.
           05  WS-LOT-ADD-KEY.
               10  WS-LOT-ADD-LOCATION PIC X(4).
               10  WS-LOT-ADD-SKU      PIC X(10).
               10  WS-LOT-ADD-EXPIRY   PIC 9(8).
               10  WS-LOT-ADD-ID       PIC X(10).
           05  WS-LOT-ADD-QTY          PIC S9(7) COMP-3.
           05  WS-LOT-ADD-RECEIPT-DATE PIC 9(8).
           05  WS-LOT-ADD-SOURCE       PIC X(1).
           05  WS-LOT-RETURN-QTY       PIC S9(7) COMP-3.
           05  WS-LOT-RETURN-LEFT      PIC S9(7) COMP-3.
           05  WS-LOT-EXPIRED-QTY      PIC S9(7) COMP-3.
           05  WS-LS-SCAN-EOF          PIC X VALUE 'N'.

       01  WS-LOT-COUNTERS.
           05  WS-LOTS-CREATED         PIC 9(6) VALUE ZERO.
           05  WS-LOT-DRAWS            PIC 9(6) VALUE ZERO.
           05  WS-LOT-RETURNS-TO-LOT   PIC 9(6) VALUE ZERO.
           05  WS-LOT-RETURNS-UNKNOWN  PIC 9(6) VALUE ZERO.
           05  WS-LOT-UNLOTTED-DRAWS   PIC 9(6) VALUE ZERO.
           05  WS-LOT-EXPIRED-SALES    PIC 9(6) VALUE ZERO.
           05  WS-EXPIRED-WRITEOFFS    PIC 9(6) VALUE ZERO.

      *****************************************************************
      * KIT EXPLOSION. LOAD-KIT-COMPONENTS FILLS THE COMPONENT TABLE  *
      * FOR WS-KIT-SKU FROM KITBOM.DAT AND SETS SKU-IS-KIT WHEN IT    *
      * HAS ANY. THE KIT'S OWN MASTER ROW IS SET ASIDE IN             *
      * WS-KIT-MASTER-IMAGE WHILE THE COMPONENTS ARE POSTED, AND PUT  *
      * BACK FOR THE SALES HISTORY AND TAX STEPS THAT FOLLOW.         *
      *****************************************************************
       01  WS-KIT-CONTROL.
           05  WS-KIT-BOM-FLAG         PIC X VALUE 'N'.
               88  KIT-BOM-ON          VALUE 'Y'.
           05  WS-KIT-FLAG             PIC X VALUE 'N'.
               88  SKU-IS-KIT          VALUE 'Y'.
           05  WS-KIT-OK-FLAG          PIC X VALUE 'Y'.
           05  WS-KIT-STOCK-CHECK-FLAG PIC X VALUE 'N'.
               88  KIT-CHECK-STOCK     VALUE 'Y'.
           05  WS-KB-SCAN-EOF          PIC X VALUE 'N'.
           05  WS-KIT-SKU              PIC X(10).
           05  WS-KIT-LOCATION         PIC X(4).
           05  WS-KIT-UNITS            PIC S9(7) COMP-3.
           05  WS-KIT-COMP-QTY         PIC S9(7) COMP-3.
           05  WS-KIT-FAIL-SKU         PIC X(10).
           05  WS-KIT-FAIL-REASON      PIC X(30).

       01  WS-KIT-COMP-TABLE.
           05  WS-KC-ENTRY OCCURS 20 TIMES INDEXED BY WS-KC-IDX.
               10  WS-KC-SKU           PIC X(10).
               10  WS-KC-QTY           PIC 9(3).
       01  WS-KIT-COMP-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-KIT-MASTER-IMAGE         PIC X(139).

       01  WS-KIT-COUNTERS.
           05  WS-KIT-SALES            PIC 9(6) VALUE ZERO.
           05  WS-KIT-RETURNS          PIC 9(6) VALUE ZERO.
           05  WS-KIT-REJECTS          PIC 9(6) VALUE ZERO.

      *****************************************************************
      * BACKORDER CONTROL. CAPTURE IS SWITCHED OFF WHILE A SUSPENSE   *
      * REPOST OR A BACKORDER FILL DRIVES PROCESS-SINGLE-SALE, SO A   *
      * SALE THAT IS ALREADY HELD SOMEWHERE IS NOT BACKORDERED TWICE. *
      * WS-BO-OPEN-QTY IS THE OPEN BACKORDER QUANTITY OF THE SKU THE  *
      * REORDER SCAN IS ON, IN UNITS OF THAT SKU. A FILL BUILDS ITS   *
      * SALE IN SALES-RECORD, SO SALESTRAN.DAT STAYS OPEN UNTIL       *
      * CLOSE-PROCESS. THE KIT TABLE HOLDS THE KITS THAT USE          *
      * WS-BO-COMP-SKU AND HOW MANY OF IT EACH KIT TAKES - FOR A      *
      * RECEIPT, THE KITS WHOSE BACKORDERS IT MAY NOW FILL; FOR THE   *
      * REORDER SCAN, THE KITS WHOSE BACKORDERS ARE DEMAND FOR IT.    *
      *****************************************************************
       01  WS-BACKORDER-CONTROL.
           05  WS-BO-CAPTURE-FLAG      PIC X VALUE 'Y'.
               88  BACKORDER-CAPTURE-ON VALUE 'Y'.
           05  WS-BO-SCAN-EOF          PIC X VALUE 'N'.
           05  WS-BO-SALES-SNAPSHOT    PIC 9(6).
           05  WS-BO-OPEN-QTY          PIC S9(7) COMP-3.
           05  WS-BO-QTY-EDIT          PIC ZZZ,ZZ9.
           05  WS-BACKORDERS-CREATED   PIC 9(6) VALUE ZERO.
           05  WS-BACKORDERS-FILLED    PIC 9(6) VALUE ZERO.
           05  WS-BO-FILL-LOCATION     PIC X(4).
           05  WS-BO-FILL-SKU          PIC X(10).
           05  WS-BO-COMP-SKU          PIC X(10).
           05  WS-BO-SKU-QTY           PIC S9(7) COMP-3.

       01  WS-BO-KIT-TABLE.
           05  WS-BK-ENTRY OCCURS 50 TIMES INDEXED BY WS-BK-IDX.
               10  WS-BK-KIT-SKU       PIC X(10).
               10  WS-BK-COMP-QTY      PIC 9(3).
       01  WS-BO-KIT-COUNT             PIC 9(3) VALUE ZERO.

      *****************************************************************
      * PRICE CHECK. CHECK-SALE-PRICE LOOKS UP THE LIST PRICE IN      *
      * EFFECT FOR THE SALE IN SALES-RECORD (A PROMOTION IN EFFECT    *
      * BEATS THE REGULAR PRICE) AND GRADES THE SOLD PRICE AGAINST IT *
      * BY PERCENT VARIANCE, EITHER DIRECTION. OVER PRICE_TOL_PCT IS  *
      * POSTED BUT LISTED ON PRICEEXC.DAT; OVER PRICE_HARD_PCT IS     *
      * PARKED IN SUSPENSE UNTIL THE PRICE IS CORRECTED OR A          *
      * SUPERVISOR APPROVES IT (CORRECTION FIELD PRICEOK). BOTH       *
      * PERCENTAGES ARE WHOLE PERCENT OF THE LIST PRICE.              *
      *****************************************************************
       01  WS-PRICE-CONTROL.
           05  WS-PRICE-CHECK-FLAG     PIC X VALUE 'N'.
               88  PRICE-CHECK-ON      VALUE 'Y'.
           05  WS-PRICE-TOL-PCT        PIC 9(3) VALUE 5.
           05  WS-PRICE-HARD-PCT       PIC 9(3) VALUE 25.
           05  WS-PP-EOF               PIC X VALUE 'N'.
           05  WS-PL-SCAN-EOF          PIC X VALUE 'N'.
           05  WS-PRICE-RESULT         PIC X VALUE 'U'.
               88  PRICE-NOT-LISTED    VALUE 'U'.
               88  PRICE-IN-TOLERANCE  VALUE 'T'.
               88  PRICE-OVER-TOLERANCE VALUE 'X'.
               88  PRICE-OVER-LIMIT    VALUE 'L'.
           05  WS-REG-PRICE-FOUND      PIC X VALUE 'N'.
           05  WS-PROMO-PRICE-FOUND    PIC X VALUE 'N'.
           05  WS-REG-PRICE            PIC S9(7)V99 COMP-3.
           05  WS-PROMO-PRICE          PIC S9(7)V99 COMP-3.
           05  WS-LIST-PRICE           PIC S9(7)V99 COMP-3.
           05  WS-LIST-PRICE-TYPE      PIC X(4).
           05  WS-PRICE-DIFF           PIC S9(7)V99 COMP-3.
           05  WS-PRICE-VAR-PCT        PIC S9(5)V9 COMP-3.
           05  WS-PRICE-ABS-PCT        PIC S9(5)V9 COMP-3.
           05  WS-PRICE-EXT-VAR        PIC S9(11)V99 COMP-3.
           05  WS-PRICE-PCT-EDIT       PIC ZZZ9.9-.
           05  WS-PX-PARKED-FLAG       PIC X VALUE 'N'.
           05  WS-PRICE-EXCEPTIONS     PIC 9(6) VALUE ZERO.
           05  WS-PRICE-PARKED         PIC 9(6) VALUE ZERO.
           05  WS-PRICE-OVERRIDES      PIC 9(6) VALUE ZERO.
           05  WS-PRICE-UNLISTED       PIC 9(6) VALUE ZERO.

      *****************************************************************
      * PRICE EXCEPTIONS BY LOCATION, PRINTED AT THE FOOT OF          *
      * PRICEEXC.DAT: HOW MANY SALES EACH STORE PRICED OUTSIDE        *
      * TOLERANCE, HOW MANY WERE PARKED, AND THE NET EXTENDED         *
      * VARIANCE OF THE ONES THAT POSTED (NEGATIVE = SOLD BELOW       *
      * LIST).                                                        *
      *****************************************************************
       01  WS-PX-LOCATION-TABLE.
           05  WS-PXL-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-PXL-ROW-FLAG         PIC X VALUE 'Y'.
           05  WS-PXL-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PXL-IDX.
               10  WS-PXL-LOCATION     PIC X(4).
               10  WS-PXL-EXCEPTIONS   PIC 9(6).
               10  WS-PXL-PARKED       PIC 9(6).
               10  WS-PXL-VARIANCE     PIC S9(11)V99 COMP-3.

       01  WS-PX-HEADER.
           05  FILLER                  PIC X(5) VALUE "LOC".
           05  FILLER                  PIC X(11) VALUE "SALE ID".
           05  FILLER                  PIC X(9) VALUE "DATE".
           05  FILLER                  PIC X(11) VALUE "SKU".
           05  FILLER                  PIC X(11) VALUE "CUSTOMER".
           05  FILLER                  PIC X(8) VALUE "    QTY".
           05  FILLER                  PIC X(11) VALUE " LIST PRICE".
           05  FILLER                  PIC X(5) VALUE " TYP".
           05  FILLER                  PIC X(11) VALUE " SOLD PRICE".
           05  FILLER                  PIC X(8) VALUE "   VAR%".
           05  FILLER                  PIC X(15)
                   VALUE "   EXT VARIANCE".
           05  FILLER                  PIC X(27) VALUE " ACTION".

       01  WS-PX-LINE.
           05  WS-PX-LOCATION          PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PX-SALE-ID           PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PX-DATE              PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PX-SKU               PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PX-CUSTOMER          PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PX-QTY               PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PX-LIST-PRICE        PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PX-PRICE-TYPE        PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PX-SOLD-PRICE        PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PX-VAR-PCT           PIC ZZZ9.9-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PX-EXT-VARIANCE      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PX-ACTION            PIC X(27).

       01  WS-PX-SUMMARY-LINE.
           05  FILLER                  PIC X(9) VALUE "LOCATION ".
           05  WS-PXS-LOCATION         PIC X(4).
           05  FILLER                  PIC X(14)
                   VALUE "   EXCEPTIONS ".
           05  WS-PXS-EXCEPTIONS       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "   PARKED ".
           05  WS-PXS-PARKED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(22)
                   VALUE "   NET POSTED VARIANCE".
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PXS-VARIANCE         PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(39) VALUE SPACES.

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           IF WS-RUN-DATE-OVERRIDE NOT = SPACES
                   AND WS-RUN-DATE-OVERRIDE NOT = LOW-VALUES
               MOVE WS-RUN-DATE-OVERRIDE TO WS-RUN-DATE
               MOVE WS-RUN-DATE TO BD-FROM-DATE
               SET BD-CHECK-RUN-DATE TO TRUE
               CALL "BUSDAY" USING BUSDAY-PARMS
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           PERFORM OPEN-SUSPENSE-FILE
           PERFORM OPEN-PO-MASTER
           PERFORM OPEN-SALES-HISTORY-FILE
           PERFORM OPEN-BACKORDER-FILE
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM OPEN-VENDOR-FILES
           PERFORM OPEN-APPROVER-AUTH-FILE
           PERFORM OPEN-TAX-FILES
           PERFORM OPEN-LOT-FILES
           PERFORM OPEN-KIT-BOM-FILE
           PERFORM OPEN-PRICE-FILES
           DISPLAY "INVENTORY UPDATE PROCESS STARTED".

       OPEN-APPROVER-AUTH-FILE.
                   "ADJUSTMENT APPROVAL CHECKS OFF"
           END-IF.

      *****************************************************************
      * THE LEDGER IS OPENED EVEN WITH TAX OFF: A RETURN AGAINST A    *
      * SALE TAXED ON AN EARLIER RUN STILL CREDITS ITS TAX BACK.      *
      *****************************************************************
       OPEN-TAX-FILES.
           OPEN INPUT TAX-RATE-FILE
           IF TX-OK
               MOVE 'Y' TO WS-TAX-CALC-FLAG
           ELSE
               DISPLAY "WARNING: TAXRATE.DAT NOT AVAILABLE - "
                   "SALES TAX NOT CALCULATED ON SALES"
           END-IF
           OPEN I-O SALES-TAX-FILE
           IF ST-FILE-NOT-EXIST
               OPEN OUTPUT SALES-TAX-FILE
               CLOSE SALES-TAX-FILE
               OPEN I-O SALES-TAX-FILE
           END-IF
           IF NOT ST-OK
               DISPLAY "FILE ERROR ON SALESTAX.DAT: " WS-ST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * MISSING VENDOR FILES JUST TURN VENDOR-AWARE ORDERING OFF WITH *
      * A WARNING (SAME FALLBACK POSTURE AS A MISSING CUSTMAST.DAT    *
                   "STANDARD LEAD TIME USED ON NEW POS"
           END-IF.

      *****************************************************************
      * LOT FILES ARE CREATED EMPTY ON THE FIRST RUN WITH LOT         *
      * TRACKING ON, SAME PATTERN AS OPEN-SALES-HISTORY-FILE; ANY     *
      * OTHER OPEN FAILURE ABENDS RATHER THAN POST SALES WITHOUT      *
      * THEIR LOTS.                                                   *
      *****************************************************************
       OPEN-LOT-FILES.
           PERFORM LOAD-LOT-CATEGORIES
           IF NOT LOT-TRACKING-ON
               EXIT PARAGRAPH
           END-IF
           OPEN I-O LOT-FILE
           IF LOT-FILE-NOT-EXIST
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF
           IF NOT LOT-OK
               DISPLAY "FILE ERROR ON INVLOT.DAT: " WS-LOT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O LOT-SALE-FILE
           IF LS-FILE-NOT-EXIST
               OPEN OUTPUT LOT-SALE-FILE
               CLOSE LOT-SALE-FILE
               OPEN I-O LOT-SALE-FILE
           END-IF
           IF NOT LS-OK
               DISPLAY "FILE ERROR ON LOTSALE.DAT: " WS-LS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-KIT-BOM-FILE.
           OPEN INPUT KIT-BOM-FILE
           IF KB-OK
               MOVE 'Y' TO WS-KIT-BOM-FLAG
           ELSE
               DISPLAY "WARNING: KITBOM.DAT NOT AVAILABLE - "
                   "NO KIT EXPLOSION"
           END-IF.

       OPEN-PRICE-FILES.
           OPEN INPUT PRICE-LIST-FILE
           IF PL-OK
               MOVE 'Y' TO WS-PRICE-CHECK-FLAG
           ELSE
               DISPLAY "WARNING: PRICELST.DAT NOT AVAILABLE - "
                   "NO SALE PRICE CHECK"
           END-IF
           PERFORM LOAD-PRICE-PARAMS
           OPEN OUTPUT PRICE-EXCEPTION-RPT
           WRITE PRICE-EXCEPTION-LINE FROM WS-PX-HEADER.

       LOAD-PRICE-PARAMS.
           OPEN INPUT PRICE-PARAMS
           READ PRICE-PARAMS
               AT END MOVE 'Y' TO WS-PP-EOF
           END-READ
           PERFORM UNTIL WS-PP-EOF = 'Y'
               EVALUATE PP-PARAM-TYPE
                   WHEN "PRICE_TOL_PCT"
                       MOVE PP-PARAM-VALUE TO WS-PRICE-TOL-PCT
                   WHEN "PRICE_HARD_PCT"
                       MOVE PP-PARAM-VALUE TO WS-PRICE-HARD-PCT
                   WHEN OTHER
                       DISPLAY "WARNING: UNKNOWN PRICEPRM TYPE "
                           PP-PARAM-TYPE " IGNORED"
               END-EVALUATE
               READ PRICE-PARAMS
                   AT END MOVE 'Y' TO WS-PP-EOF
               END-READ
           END-PERFORM
           CLOSE PRICE-PARAMS
           IF WS-PRICE-HARD-PCT < WS-PRICE-TOL-PCT
               DISPLAY "WARNING: PRICE_HARD_PCT BELOW PRICE_TOL_PCT - "
                   "RAISED TO " WS-PRICE-TOL-PCT
               MOVE WS-PRICE-TOL-PCT TO WS-PRICE-HARD-PCT
           END-IF.

       LOAD-LOT-CATEGORIES.
           OPEN INPUT LOT-CATEGORY-FILE
           READ LOT-CATEGORY-FILE
               AT END CONTINUE
           END-READ
           PERFORM UNTIL NOT LC-OK
               IF WS-LOT-CATEGORY-COUNT < 50
                   ADD 1 TO WS-LOT-CATEGORY-COUNT
                   SET WS-LC-IDX TO WS-LOT-CATEGORY-COUNT
                   MOVE LC-CATEGORY TO WS-LC-CATEGORY(WS-LC-IDX)
                   MOVE LC-SHELF-LIFE-DAYS
                       TO WS-LC-SHELF-LIFE(WS-LC-IDX)
               ELSE
                   DISPLAY "WARNING: LOT CATEGORY TABLE FULL, "
                       "DROPPING " LC-CATEGORY
               END-IF
               READ LOT-CATEGORY-FILE
                   AT END CONTINUE
               END-READ
           END-PERFORM
           CLOSE LOT-CATEGORY-FILE
           IF WS-LOT-CATEGORY-COUNT > ZERO
               MOVE 'Y' TO WS-LOT-TRACKING-FLAG
           ELSE
               DISPLAY "WARNING: LOTCAT.DAT NOT AVAILABLE - "
                   "LOT TRACKING OFF"
           END-IF.

       LOAD-CLOSED-PERIODS.
           OPEN INPUT CLOSED-PERIOD-FILE
           READ CLOSED-PERIOD-FILE
       CHECK-OWN-RUN-STATUS.
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           MOVE WS-RUNC-PROGRAM-ID TO RUN-PROGRAM-ID
           MOVE ZERO TO RUN-CYCLE-SEQ
           READ RUN-CONTROL-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-RUNC-PRED-ID NOT = SPACES
               MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
               MOVE WS-RUNC-PRED-ID TO RUN-PROGRAM-ID
               MOVE ZERO TO RUN-CYCLE-SEQ
               READ RUN-CONTROL-FILE
                   INVALID KEY CONTINUE
               END-READ
       STAMP-RUN-START.
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           MOVE WS-RUNC-PROGRAM-ID TO RUN-PROGRAM-ID
           MOVE ZERO TO RUN-CYCLE-SEQ
           SET RUN-STAT-RUNNING TO TRUE
           MOVE FUNCTION CURRENT-DATE TO RUN-START-TIMESTAMP
           MOVE SPACES TO RUN-END-TIMESTAMP
       STAMP-RUN-COMPLETE.
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           MOVE WS-RUNC-PROGRAM-ID TO RUN-PROGRAM-ID
           MOVE ZERO TO RUN-CYCLE-SEQ
           READ RUN-CONTROL-FILE
               INVALID KEY CONTINUE
           END-READ
               STOP RUN
           END-IF.

       OPEN-BACKORDER-FILE.
           OPEN I-O BACKORDER-FILE
           IF BO-FILE-NOT-EXIST
               OPEN OUTPUT BACKORDER-FILE
               CLOSE BACKORDER-FILE
               OPEN I-O BACKORDER-FILE
           END-IF
           IF NOT BO-OK
               DISPLAY "FILE ERROR ON BACKORDR.DAT: " WS-BO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       VALIDATE-ALL-TRANSACTIONS.
           PERFORM VALIDATE-SALES-TRANSACTIONS
           PERFORM VALIDATE-RETURN-TRANSACTIONS
                           MOVE "UNKNOWN LOCATION/SKU" TO
                               WS-REJECT-REASON
                           PERFORM LOG-REJECT-SALE
                       NOT INVALID KEY
                           PERFORM SCREEN-SALE-PRICE
                   END-READ
           END-EVALUATE.

           MOVE SALES-RECORD TO SUS-DATA
           PERFORM PARK-SUSPENSE-ITEM.

      *****************************************************************
      * PRE-POST PRICE SCREEN OF A FEED SALE. AN OVER-LIMIT SALE IS   *
      * PARKED HERE AND SKIPPED BY PROCESS-SALES-TRANSACTIONS.        *
      *****************************************************************
       SCREEN-SALE-PRICE.
           PERFORM CHECK-SALE-PRICE
           EVALUATE TRUE
               WHEN PRICE-NOT-LISTED
                   IF PRICE-CHECK-ON
                       ADD 1 TO WS-PRICE-UNLISTED
                   END-IF
               WHEN PRICE-OVER-TOLERANCE
                   MOVE "POSTED - OVER TOLERANCE" TO WS-PX-ACTION
                   MOVE 'N' TO WS-PX-PARKED-FLAG
                   PERFORM WRITE-PRICE-EXCEPTION
               WHEN PRICE-OVER-LIMIT
                   MOVE "PARKED - OVER HARD LIMIT" TO WS-PX-ACTION
                   MOVE 'Y' TO WS-PX-PARKED-FLAG
                   PERFORM WRITE-PRICE-EXCEPTION
                   MOVE WS-PRICE-VAR-PCT TO WS-PRICE-PCT-EDIT
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "PRICE VARIES " DELIMITED BY SIZE
                       WS-PRICE-PCT-EDIT DELIMITED BY SIZE
                       "% FROM LIST - CORRECT OR APPROVE"
                           DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
                   PERFORM LOG-REJECT-SALE
           END-EVALUATE.

      *****************************************************************
      * GRADE SAL-UNIT-PRICE AGAINST THE LIST PRICE IN EFFECT ON      *
      * SAL-DATE. NO SIDE EFFECTS, SO THE VALIDATION PASS, THE        *
      * POSTING PASS AND THE SUSPENSE REPOST ALL GET THE SAME ANSWER. *
      *****************************************************************
       CHECK-SALE-PRICE.
           SET PRICE-NOT-LISTED TO TRUE
           IF NOT PRICE-CHECK-ON
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PRICE-IN-EFFECT
           IF WS-LIST-PRICE NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRICE-DIFF = SAL-UNIT-PRICE - WS-LIST-PRICE
           COMPUTE WS-PRICE-VAR-PCT ROUNDED =
               WS-PRICE-DIFF * 100 / WS-LIST-PRICE
               ON SIZE ERROR MOVE 9999.9 TO WS-PRICE-VAR-PCT
           END-COMPUTE
           COMPUTE WS-PRICE-ABS-PCT = FUNCTION ABS(WS-PRICE-VAR-PCT)
           EVALUATE TRUE
               WHEN WS-PRICE-ABS-PCT > WS-PRICE-HARD-PCT
                   SET PRICE-OVER-LIMIT TO TRUE
               WHEN WS-PRICE-ABS-PCT > WS-PRICE-TOL-PCT
                   SET PRICE-OVER-TOLERANCE TO TRUE
               WHEN OTHER
                   SET PRICE-IN-TOLERANCE TO TRUE
           END-EVALUATE.

      *****************************************************************
      * SCAN THE SKU'S PRICE ROWS EFFECTIVE ON OR BEFORE THE SALE     *
      * DATE AND STILL IN EFFECT ON IT. ROWS COME BACK IN             *
      * EFFECTIVE-DATE ORDER, SO THE LAST ONE OF EACH TYPE TAKEN IS   *
      * THE CURRENT ONE. WS-LIST-PRICE IS LEFT ZERO WHEN THE SKU HAS  *
      * NO PRICE IN EFFECT.                                           *
      *****************************************************************
       FIND-PRICE-IN-EFFECT.
           MOVE 'N' TO WS-REG-PRICE-FOUND
           MOVE 'N' TO WS-PROMO-PRICE-FOUND
           MOVE ZERO TO WS-LIST-PRICE
           MOVE SPACES TO WS-LIST-PRICE-TYPE
           MOVE 'N' TO WS-PL-SCAN-EOF
           MOVE SAL-LOCATION TO PL-LOCATION
           MOVE SAL-SKU TO PL-SKU
           MOVE ZERO TO PL-EFF-DATE
           MOVE LOW-VALUES TO PL-PRICE-TYPE
           START PRICE-LIST-FILE KEY IS NOT LESS THAN PL-KEY
               INVALID KEY MOVE 'Y' TO WS-PL-SCAN-EOF
           END-START
           PERFORM UNTIL WS-PL-SCAN-EOF = 'Y'
               READ PRICE-LIST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-PL-SCAN-EOF
               END-READ
               IF WS-PL-SCAN-EOF = 'N'
                   IF PL-LOCATION NOT = SAL-LOCATION
                           OR PL-SKU NOT = SAL-SKU
                           OR PL-EFF-DATE > SAL-DATE
                       MOVE 'Y' TO WS-PL-SCAN-EOF
                   ELSE
                       IF PL-END-DATE = ZERO
                               OR PL-END-DATE NOT < SAL-DATE
                           PERFORM TAKE-PRICE-ROW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PROMO-PRICE-FOUND = 'Y'
                   MOVE WS-PROMO-PRICE TO WS-LIST-PRICE
                   MOVE "PROM" TO WS-LIST-PRICE-TYPE
               WHEN WS-REG-PRICE-FOUND = 'Y'
                   MOVE WS-REG-PRICE TO WS-LIST-PRICE
                   MOVE "REG" TO WS-LIST-PRICE-TYPE
           END-EVALUATE.

       TAKE-PRICE-ROW.
           IF PL-PROMO
               MOVE PL-UNIT-PRICE TO WS-PROMO-PRICE
               MOVE 'Y' TO WS-PROMO-PRICE-FOUND
           ELSE
               MOVE PL-UNIT-PRICE TO WS-REG-PRICE
               MOVE 'Y' TO WS-REG-PRICE-FOUND
           END-IF.

      *****************************************************************
      * ONE PRICEEXC.DAT LINE FOR THE SALE IN SALES-RECORD, GRADED BY *
      * THE LAST CHECK-SALE-PRICE. CALLER SETS WS-PX-ACTION AND       *
      * WS-PX-PARKED-FLAG. ALSO ROLLS THE SALE INTO ITS LOCATION'S    *
      * SUMMARY ROW.                                                  *
      *****************************************************************
       WRITE-PRICE-EXCEPTION.
           COMPUTE WS-PRICE-EXT-VAR = WS-PRICE-DIFF * SAL-QUANTITY
           MOVE 'Y' TO WS-PXL-ROW-FLAG
           MOVE SAL-LOCATION TO WS-PX-LOCATION
           MOVE SAL-TRANS-ID TO WS-PX-SALE-ID
           MOVE SAL-DATE TO WS-PX-DATE
           MOVE SAL-SKU TO WS-PX-SKU
           MOVE SAL-CUSTOMER-ID TO WS-PX-CUSTOMER
           MOVE SAL-QUANTITY TO WS-PX-QTY
           MOVE WS-LIST-PRICE TO WS-PX-LIST-PRICE
           MOVE WS-LIST-PRICE-TYPE TO WS-PX-PRICE-TYPE
           MOVE SAL-UNIT-PRICE TO WS-PX-SOLD-PRICE
           MOVE WS-PRICE-VAR-PCT TO WS-PX-VAR-PCT
           MOVE WS-PRICE-EXT-VAR TO WS-PX-EXT-VARIANCE
           WRITE PRICE-EXCEPTION-LINE FROM WS-PX-LINE
           PERFORM VARYING WS-PXL-IDX FROM 1 BY 1
                   UNTIL WS-PXL-IDX > WS-PXL-COUNT
               IF WS-PXL-LOCATION(WS-PXL-IDX) = SAL-LOCATION
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PXL-IDX > WS-PXL-COUNT
               IF WS-PXL-COUNT < 200
                   ADD 1 TO WS-PXL-COUNT
                   MOVE SAL-LOCATION TO WS-PXL-LOCATION(WS-PXL-IDX)
                   MOVE ZERO TO WS-PXL-EXCEPTIONS(WS-PXL-IDX)
                   MOVE ZERO TO WS-PXL-PARKED(WS-PXL-IDX)
                   MOVE ZERO TO WS-PXL-VARIANCE(WS-PXL-IDX)
               ELSE
                   DISPLAY "WARNING: PRICE SUMMARY TABLE FULL - "
                       SAL-LOCATION " NOT SUMMARIZED"
                   MOVE 'N' TO WS-PXL-ROW-FLAG
               END-IF
           END-IF
           IF WS-PX-PARKED-FLAG = 'Y'
               ADD 1 TO WS-PRICE-PARKED
           ELSE
               ADD 1 TO WS-PRICE-EXCEPTIONS
           END-IF
           IF WS-PXL-ROW-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PXL-EXCEPTIONS(WS-PXL-IDX)
           IF WS-PX-PARKED-FLAG = 'Y'
               ADD 1 TO WS-PXL-PARKED(WS-PXL-IDX)
           ELSE
               ADD WS-PRICE-EXT-VAR TO WS-PXL-VARIANCE(WS-PXL-IDX)
           END-IF.

       VALIDATE-RETURN-TRANSACTIONS.
           READ RETURN-TRANS
               AT END MOVE 'Y' TO WS-RET-EOF-FLAG
      *****************************************************************
      * AUTHORITY CHECK. RUNS WITH THE INVENTORY RECORD IN THE BUFFER *
      * SO THE ADJUSTMENT CAN BE VALUED AT THE SKU'S UNIT COST; ON A  *
      * WRITE-OFF THE VALUE IS THE WHOLE REMAINING ON-HAND BALANCE,   *
      * EXCEPT THAT AN EXPIRED-STOCK WRITE-OFF OF AN ACTIVE LOT-      *
      * TRACKED SKU IS VALUED AT ITS EXPIRED QUANTITY, WHICH IS ALL   *
      * IT DISPOSES OF.                                               *
      *****************************************************************
       CHECK-ADJ-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-OK-FLAG
           IF ADJ-WRITEOFF
               COMPUTE WS-ADJ-ABS-QTY =
                   FUNCTION ABS(INV-QTY-ONHAND)
               IF NOT INV-DISCONTINUED
                   PERFORM FIND-LOT-CATEGORY
                   IF SKU-LOT-TRACKED
                       PERFORM SUM-EXPIRED-LOTS
                       MOVE WS-LOT-EXPIRED-QTY TO WS-ADJ-ABS-QTY
                   END-IF
               END-IF
           ELSE
               COMPUTE WS-ADJ-ABS-QTY = FUNCTION ABS(ADJ-QUANTITY)
           END-IF
           IF COR-FIELD-QTY
               PERFORM PARSE-CORRECTION-QTY
           END-IF
           IF COR-FIELD-PRICE
               PERFORM PARSE-CORRECTION-PRICE
           END-IF
           IF WS-COR-PATCH-OK = 'N'
               EXIT PARAGRAPH
           END-IF
                   MOVE COR-NEW-VALUE TO SD-SKU
               WHEN SUS-TRANS-TYPE = "SALES" AND COR-FIELD-QTY
                   MOVE WS-COR-QTY TO SD-QUANTITY
               WHEN SUS-TRANS-TYPE = "SALES" AND COR-FIELD-PRICE
                   MOVE WS-COR-PRICE TO SD-UNIT-PRICE
               WHEN SUS-TRANS-TYPE = "SALES" AND COR-FIELD-PRICE-OK
                       AND COR-OPERATOR-ID NOT = SPACES
                   MOVE COR-OPERATOR-ID TO SD-PRICE-APPROVED-BY
               WHEN SUS-TRANS-TYPE = "RETURN" AND COR-FIELD-LOC
                   MOVE COR-NEW-VALUE(1:4) TO RD-LOCATION
               WHEN SUS-TRANS-TYPE = "RETURN" AND COR-FIELD-SKU
      * ANYTHING ELSE (NO DIGITS, TOO MANY, NON-DIGIT CHARACTERS)     *
      * REJECTS THE CORRECTION RATHER THAN SILENTLY ZEROING IT.       *
      *****************************************************************
       PARSE-CORRECTION-PRICE.
           MOVE ZERO TO WS-COR-PRICE
           IF FUNCTION TEST-NUMVAL(COR-NEW-VALUE) NOT = 0
               MOVE 'N' TO WS-COR-PATCH-OK
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COR-PRICE = FUNCTION NUMVAL(COR-NEW-VALUE)
               ON SIZE ERROR MOVE 'N' TO WS-COR-PATCH-OK
           END-COMPUTE
           IF WS-COR-PRICE NOT > ZERO
               MOVE 'N' TO WS-COR-PATCH-OK
           END-IF.

       PARSE-CORRECTION-QTY.
           MOVE ZERO TO WS-COR-QTY
           MOVE ZERO TO WS-COR-DIGIT-CNT
                   MOVE SUS-SALES-DATA TO SALES-RECORD
                   PERFORM REVALIDATE-SUSPENSE-SALE
                   IF WS-REVAL-OK-FLAG = 'Y'
                       MOVE 'N' TO WS-BO-CAPTURE-FLAG
                       PERFORM PROCESS-SINGLE-SALE
                       MOVE 'Y' TO WS-BO-CAPTURE-FLAG
                   END-IF
               WHEN "RETURN"
                   MOVE SUS-RETURN-DATA TO RETURN-RECORD
                       INVALID KEY CONTINUE
                   END-READ
                   IF INV-OK
                       PERFORM RECHECK-SUSPENSE-PRICE
                   ELSE
                       MOVE "UNKNOWN LOCATION/SKU" TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * A PARKED SALE STILL OVER THE HARD LIMIT STAYS PARKED UNLESS A *
      * SUPERVISOR HAS APPROVED THE PRICE (SD-PRICE-APPROVED-BY, SET  *
      * BY A PRICEOK CORRECTION). AN APPROVED OR OVER-TOLERANCE       *
      * REPOST IS STILL LISTED ON PRICEEXC.DAT.                       *
      *****************************************************************
       RECHECK-SUSPENSE-PRICE.
           PERFORM CHECK-SALE-PRICE
           EVALUATE TRUE
               WHEN PRICE-OVER-LIMIT AND SD-PRICE-APPROVED-BY = SPACES
                   MOVE "PRICE OVER HARD LIMIT - CORRECT OR APPROVE"
                       TO WS-REJECT-REASON
               WHEN PRICE-OVER-LIMIT
                   MOVE SPACES TO WS-PX-ACTION
                   STRING "REPOST - APPROVED BY " DELIMITED BY SIZE
                       SD-PRICE-APPROVED-BY DELIMITED BY SIZE
                       INTO WS-PX-ACTION
                   END-STRING
                   MOVE 'N' TO WS-PX-PARKED-FLAG
                   PERFORM WRITE-PRICE-EXCEPTION
                   ADD 1 TO WS-PRICE-OVERRIDES
                   MOVE 'Y' TO WS-REVAL-OK-FLAG
               WHEN PRICE-OVER-TOLERANCE
                   MOVE "REPOST - OVER TOLERANCE" TO WS-PX-ACTION
                   MOVE 'N' TO WS-PX-PARKED-FLAG
                   PERFORM WRITE-PRICE-EXCEPTION
                   MOVE 'Y' TO WS-REVAL-OK-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-REVAL-OK-FLAG
           END-EVALUATE.

       REVALIDATE-SUSPENSE-RETURN.
           EVALUATE TRUE
               WHEN RET-QUANTITY <= 0
           PERFORM CHECK-SALES-FILE-STATUS
           
           PERFORM UNTIL WS-SALES-EOF-FLAG = 'Y'
               PERFORM CHECK-SALE-PRICE
               IF NOT PRICE-OVER-LIMIT
                   PERFORM PROCESS-SINGLE-SALE
               END-IF
               READ SALES-TRANS
                   AT END MOVE 'Y' TO WS-SALES-EOF-FLAG
               END-READ
               PERFORM CHECK-SALES-FILE-STATUS
           END-PERFORM.
       
      *****************************************************************
      * SAME SANITY CHECKS AS VALIDATE-SINGLE-SALE. A RECORD FAILING  *
                   INVALID KEY CONTINUE
               END-READ

               IF INV-OK AND INV-ACTIVE
                   MOVE SAL-SKU TO WS-KIT-SKU
                   PERFORM LOAD-KIT-COMPONENTS
                   IF SKU-IS-KIT
                       PERFORM PROCESS-KIT-SALE
                       EXIT PARAGRAPH
                   END-IF
               END-IF

               IF INV-OK
                   IF INV-ACTIVE
                       MOVE INV-QTY-ONHAND TO WS-MOVE-QTY-BEFORE
                           MOVE SAL-TRANS-ID TO WS-MOVE-TRANS-ID
                           MOVE "SALE" TO WS-MOVE-TYPE
                           PERFORM WRITE-MOVEMENT-RECORD
                           MOVE ZERO TO WS-LOT-SALE-SEQ
                           MOVE SAL-QUANTITY TO WS-LOT-SALE-QTY
                           PERFORM DRAW-SALE-FROM-LOTS
                           PERFORM WRITE-SALES-HISTORY-RECORD
                           PERFORM RECORD-SALE-TAX
                           ADD 1 TO WS-SALES-PROCESSED
                           ADD 1 TO WS-INV-UPDATED
                       ELSE
                           PERFORM LOG-NEGATIVE-INVENTORY-ERROR
                           PERFORM WRITE-BACKORDER
                       END-IF
                   ELSE
                       PERFORM LOG-INACTIVE-PRODUCT-ERROR
           MOVE ZERO TO SH-LAST-RETURN-DATE
           WRITE SALES-HISTORY-RECORD.

      *****************************************************************
      * HOLD A SALE THE STOCK COULD NOT COVER AS A CUSTOMER           *
      * BACKORDER. A SALE WITH NO CUSTOMER ID HAS NOBODY TO SHIP TO   *
      * LATER AND IS ONLY LOGGED, AS BEFORE. A DUPLICATE KEY MEANS    *
      * THIS SALE IS ALREADY BACKORDERED FROM AN EARLIER RUN.         *
      *****************************************************************
       WRITE-BACKORDER.
           IF NOT BACKORDER-CAPTURE-ON OR SAL-CUSTOMER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SAL-LOCATION TO BO-LOCATION
           MOVE SAL-SKU TO BO-SKU
           MOVE SAL-DATE TO BO-ORDER-DATE
           MOVE SAL-TRANS-ID TO BO-SALE-ID
           MOVE SAL-CUSTOMER-ID TO BO-CUSTOMER-ID
           MOVE SAL-QUANTITY TO BO-QTY
           MOVE SAL-UNIT-PRICE TO BO-UNIT-PRICE
           SET BO-OPEN TO TRUE
           MOVE WS-RUN-DATE TO BO-CREATED-DATE
           MOVE ZERO TO BO-FILLED-DATE
           MOVE SPACES TO BO-FILL-PO
           WRITE BACKORDER-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF BO-OK
               MOVE FUNCTION CURRENT-DATE TO ERR-TIMESTAMP
               MOVE "SALES" TO ERR-TRANS-TYPE
               MOVE SAL-TRANS-ID TO ERR-TRANS-ID
               MOVE "HELD AS CUSTOMER BACKORDER" TO ERR-MESSAGE
               WRITE ERROR-RECORD
               ADD 1 TO WS-BACKORDERS-CREATED
           END-IF.

      *****************************************************************
      * TAX THE SALE JUST POSTED. INVENTORY-RECORD IS STILL IN THE    *
      * BUFFER, SO INV-CATEGORY DRIVES THE EXEMPTION TEST.            *
      *****************************************************************
       RECORD-SALE-TAX.
           IF NOT TAX-CALC-ON
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TAX-RATE
           COMPUTE WS-TAX-GROSS-AMT = SAL-QUANTITY * SAL-UNIT-PRICE
           INITIALIZE SALES-TAX-RECORD
           MOVE SAL-TRANS-ID TO ST-TRANS-ID
           SET ST-SALE TO TRUE
           MOVE SAL-TRANS-ID TO ST-ORIG-SALE-ID
           MOVE SAL-DATE TO ST-TRANS-DATE
           MOVE WS-RUN-DATE TO ST-POSTED-DATE
           MOVE INV-LOCATION TO ST-LOCATION
           MOVE INV-SKU TO ST-SKU
           MOVE INV-CATEGORY TO ST-CATEGORY
           MOVE WS-TAX-JURISDICTION TO ST-JURISDICTION
           MOVE WS-TAX-GROSS-AMT TO ST-GROSS-AMT
           IF WS-TAX-EXEMPT-FLAG = 'Y'
               SET ST-EXEMPT-YES TO TRUE
               MOVE ZERO TO ST-RATE-PCT
               MOVE ZERO TO ST-TAXABLE-AMT
               MOVE ZERO TO ST-TAX-AMT
               ADD 1 TO WS-TAX-SALES-EXEMPT
           ELSE
               SET ST-EXEMPT-NO TO TRUE
               MOVE WS-TAX-RATE TO ST-RATE-PCT
               MOVE WS-TAX-GROSS-AMT TO ST-TAXABLE-AMT
               COMPUTE ST-TAX-AMT ROUNDED =
                   WS-TAX-GROSS-AMT * WS-TAX-RATE
               ADD ST-TAX-AMT TO WS-TAX-COLLECTED
               ADD 1 TO WS-TAX-SALES-TAXED
           END-IF
           WRITE SALES-TAX-RECORD
               INVALID KEY
                   DISPLAY "WARNING: SALES TAX ALREADY RECORDED FOR "
                       SAL-TRANS-ID
           END-WRITE.

      *****************************************************************
      * LATEST RATE ROW FOR THE LOCATION EFFECTIVE ON OR BEFORE THE   *
      * SALE DATE (SAME WALK AS FEES-CALC'S FIND-ACTIVE-CONTRACT).    *
      *****************************************************************
       FIND-TAX-RATE.
           MOVE 'N' TO WS-TAX-RATE-FOUND-FLAG
           MOVE 'N' TO WS-TAX-EXEMPT-FLAG
           MOVE SPACES TO WS-TAX-JURISDICTION
           MOVE ZERO TO WS-TAX-RATE
           MOVE INV-LOCATION TO TX-LOCATION
           MOVE ZERO TO TX-EFF-DATE
           START TAX-RATE-FILE KEY IS NOT LESS THAN TX-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT TX-OK
               READ TAX-RATE-FILE NEXT RECORD
                   AT END CONTINUE
               END-READ
               IF TX-OK
                   IF TX-LOCATION NOT = INV-LOCATION
                           OR TX-EFF-DATE > SAL-DATE
                       EXIT PERFORM
                   END-IF
                   MOVE 'Y' TO WS-TAX-RATE-FOUND-FLAG
                   MOVE TX-JURISDICTION TO WS-TAX-JURISDICTION
                   MOVE TX-RATE-PCT TO WS-TAX-RATE
                   MOVE 'N' TO WS-TAX-EXEMPT-FLAG
                   PERFORM VARYING WS-TAX-I FROM 1 BY 1
                           UNTIL WS-TAX-I > 5
                       IF TX-EXEMPT-CATEGORY(WS-TAX-I) = INV-CATEGORY
                               AND INV-CATEGORY NOT = SPACES
                           MOVE 'Y' TO WS-TAX-EXEMPT-FLAG
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-TAX-RATE-FOUND-FLAG = 'N'
               DISPLAY "WARNING: NO TAX RATE IN FORCE FOR LOCATION "
                   INV-LOCATION " ON " SAL-DATE " - SALE "
                   SAL-TRANS-ID " NOT TAXED"
               MOVE "*NO RATE*" TO WS-TAX-JURISDICTION
               ADD 1 TO WS-TAX-NO-RATE
           END-IF.

      *****************************************************************
      * CREDIT THE TAX BACK AT THE ORIGINAL SALE'S RATE AND IN ITS    *
      * JURISDICTION. THE CALLER SAVES THE SALE'S SH-UNIT-PRICE IN    *
      * WS-TAX-RETURN-PRICE BEFORE IT REWRITES SALES-HISTORY-RECORD,  *
      * SO THE RETURN IS VALUED AT THE PRICE THE CUSTOMER PAID. A     *
      * SALE POSTED BEFORE TAX WAS CALCULATED HAS NO LEDGER ROW AND   *
      * NOTHING TO CREDIT.                                            *
      *****************************************************************
       CREDIT-RETURN-TAX.
           MOVE RET-ORIG-SALE-ID TO ST-TRANS-ID
           SET ST-SALE TO TRUE
           READ SALES-TAX-FILE
               INVALID KEY CONTINUE
           END-READ
           IF NOT ST-OK
               ADD 1 TO WS-TAX-RETURNS-NO-SALE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TAX-GROSS-AMT =
               ZERO - RET-QUANTITY * WS-TAX-RETURN-PRICE
           MOVE RET-TRANS-ID TO ST-TRANS-ID
           SET ST-RETURN TO TRUE
           MOVE RET-DATE TO ST-TRANS-DATE
           MOVE WS-RUN-DATE TO ST-POSTED-DATE
           MOVE WS-TAX-GROSS-AMT TO ST-GROSS-AMT
           IF ST-EXEMPT-YES
               MOVE ZERO TO ST-TAXABLE-AMT
               MOVE ZERO TO ST-TAX-AMT
           ELSE
               MOVE WS-TAX-GROSS-AMT TO ST-TAXABLE-AMT
               COMPUTE ST-TAX-AMT ROUNDED =
                   WS-TAX-GROSS-AMT * ST-RATE-PCT
           END-IF
           WRITE SALES-TAX-RECORD
               INVALID KEY
                   DISPLAY "WARNING: SALES TAX ALREADY RECORDED FOR "
                       "RETURN " RET-TRANS-ID
               NOT INVALID KEY
                   SUBTRACT ST-TAX-AMT FROM WS-TAX-REFUNDED
                   ADD 1 TO WS-TAX-RETURNS-CREDITED
           END-WRITE.

       PROCESS-RETURN-TRANSACTIONS.
           READ RETURN-TRANS
               AT END MOVE 'Y' TO WS-RET-EOF-FLAG
                       INVALID KEY CONTINUE
                   END-READ

                   IF INV-OK
                       MOVE RET-SKU TO WS-KIT-SKU
                       PERFORM LOAD-KIT-COMPONENTS
                       IF SKU-IS-KIT
                           PERFORM PROCESS-KIT-RETURN
                           EXIT PARAGRAPH
                       END-IF
                   END-IF

                   IF INV-OK
                       MOVE INV-QTY-ONHAND TO WS-MOVE-QTY-BEFORE
                       MOVE INVENTORY-RECORD TO WS-BEFORE-IMAGE
                       PERFORM WRITE-MOVEMENT-RECORD
                       ADD RET-QUANTITY TO SH-RETURNED-QTY
                       MOVE RET-DATE TO SH-LAST-RETURN-DATE
                       MOVE SH-UNIT-PRICE TO WS-TAX-RETURN-PRICE
                       REWRITE SALES-HISTORY-RECORD
                       MOVE RET-QUANTITY TO WS-LOT-RETURN-QTY
                       PERFORM RETURN-TO-LOTS
                       PERFORM CREDIT-RETURN-TAX
                       ADD 1 TO WS-RETURNS-PROCESSED
                       ADD 1 TO WS-INV-UPDATED
                   END-IF
           MOVE WS-REJECT-REASON TO ERR-MESSAGE
           WRITE ERROR-RECORD
           ADD 1 TO WS-ERRORS-LOGGED.

      *****************************************************************
      * COMPONENTS OF WS-KIT-SKU FROM KITBOM.DAT. A ZERO QUANTITY     *
      * ROW, OR A KIT LISTED AS ITS OWN COMPONENT, IS IGNORED.        *
      *****************************************************************
       LOAD-KIT-COMPONENTS.
           MOVE 'N' TO WS-KIT-FLAG
           MOVE ZERO TO WS-KIT-COMP-COUNT
           IF NOT KIT-BOM-ON
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-KB-SCAN-EOF
           MOVE WS-KIT-SKU TO KB-KIT-SKU
           MOVE LOW-VALUES TO KB-COMP-SKU
           START KIT-BOM-FILE KEY IS NOT LESS THAN KB-KEY
               INVALID KEY MOVE 'Y' TO WS-KB-SCAN-EOF
           END-START
           PERFORM UNTIL WS-KB-SCAN-EOF = 'Y'
               READ KIT-BOM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-KB-SCAN-EOF
               END-READ
               IF WS-KB-SCAN-EOF = 'N'
                   IF KB-KIT-SKU NOT = WS-KIT-SKU
                       MOVE 'Y' TO WS-KB-SCAN-EOF
                   ELSE
                       PERFORM STORE-KIT-COMPONENT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-KIT-COMP-COUNT > ZERO
               MOVE 'Y' TO WS-KIT-FLAG
           END-IF.

       STORE-KIT-COMPONENT.
           IF KB-COMP-QTY NOT NUMERIC OR KB-COMP-QTY = ZERO
                   OR KB-COMP-SKU = KB-KIT-SKU
               EXIT PARAGRAPH
           END-IF
           IF WS-KIT-COMP-COUNT < 20
               ADD 1 TO WS-KIT-COMP-COUNT
               SET WS-KC-IDX TO WS-KIT-COMP-COUNT
               MOVE KB-COMP-SKU TO WS-KC-SKU(WS-KC-IDX)
               MOVE KB-COMP-QTY TO WS-KC-QTY(WS-KC-IDX)
           ELSE
               DISPLAY "WARNING: KIT COMPONENT TABLE FULL FOR "
                   KB-KIT-SKU ", DROPPING " KB-COMP-SKU
           END-IF.

      *****************************************************************
      * A KIT SALE IS ALL OR NOTHING: EVERY COMPONENT MUST BE ON FILE *
      * AT THE SELLING LOCATION, ACTIVE, AND HOLD ENOUGH STOCK FOR    *
      * SAL-QUANTITY KITS BEFORE ANY OF THEM IS TOUCHED. EACH         *
      * COMPONENT THEN POSTS (JOURNAL, MOVEMENT ROW UNDER THE SALE'S  *
      * TRANSACTION ID, LOTS) EXACTLY AS A SALE OF THAT SKU WOULD;    *
      * THE SALE ITSELF - HISTORY, TAX - IS RECORDED ONCE, AGAINST    *
      * THE KIT. A KIT SHORT OF COMPONENT STOCK IS HELD AS A CUSTOMER *
      * BACKORDER ON THE KIT SKU, FILLED WHEN A RECEIPT OF ONE OF ITS *
      * COMPONENTS BRINGS THEM ALL UP TO STRENGTH; A COMPONENT NOT    *
      * STOCKED AT THE LOCATION OR NOT ACTIVE IS ONLY LOGGED.         *
      *****************************************************************
       PROCESS-KIT-SALE.
           MOVE INVENTORY-RECORD TO WS-KIT-MASTER-IMAGE
           MOVE SAL-LOCATION TO WS-KIT-LOCATION
           MOVE SAL-QUANTITY TO WS-KIT-UNITS
           MOVE 'Y' TO WS-KIT-STOCK-CHECK-FLAG
           PERFORM CHECK-ALL-KIT-COMPONENTS
           IF WS-KIT-OK-FLAG = 'N'
               MOVE "SALES" TO ERR-TRANS-TYPE
               MOVE SAL-TRANS-ID TO ERR-TRANS-ID
               PERFORM LOG-KIT-COMPONENT-ERROR
               IF WS-KIT-FAIL-REASON = "INSUFFICIENT STOCK"
                   PERFORM WRITE-BACKORDER
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LOT-SALE-SEQ
           PERFORM VARYING WS-KC-IDX FROM 1 BY 1
                   UNTIL WS-KC-IDX > WS-KIT-COMP-COUNT
               PERFORM POST-KIT-COMPONENT-SALE
           END-PERFORM
           MOVE WS-KIT-MASTER-IMAGE TO INVENTORY-RECORD
           PERFORM WRITE-SALES-HISTORY-RECORD
           PERFORM RECORD-SALE-TAX
           ADD 1 TO WS-SALES-PROCESSED
           ADD 1 TO WS-KIT-SALES.

       CHECK-ALL-KIT-COMPONENTS.
           MOVE 'Y' TO WS-KIT-OK-FLAG
           PERFORM VARYING WS-KC-IDX FROM 1 BY 1
                   UNTIL WS-KC-IDX > WS-KIT-COMP-COUNT
                   OR WS-KIT-OK-FLAG = 'N'
               PERFORM CHECK-KIT-COMPONENT
           END-PERFORM.

       CHECK-KIT-COMPONENT.
           MOVE WS-KIT-LOCATION TO INV-LOCATION
           MOVE WS-KC-SKU(WS-KC-IDX) TO INV-SKU
           READ INVENTORY-MASTER KEY IS INV-KEY
               INVALID KEY CONTINUE
           END-READ
           COMPUTE WS-KIT-COMP-QTY =
               WS-KIT-UNITS * WS-KC-QTY(WS-KC-IDX)
           MOVE SPACES TO WS-KIT-FAIL-REASON
           EVALUATE TRUE
               WHEN NOT INV-OK
                   MOVE "NOT STOCKED AT LOCATION"
                       TO WS-KIT-FAIL-REASON
               WHEN NOT KIT-CHECK-STOCK
                   CONTINUE
               WHEN NOT INV-ACTIVE
                   MOVE "NOT ACTIVE" TO WS-KIT-FAIL-REASON
               WHEN INV-QTY-ONHAND < WS-KIT-COMP-QTY
                   MOVE "INSUFFICIENT STOCK"
                       TO WS-KIT-FAIL-REASON
           END-EVALUATE
           IF WS-KIT-FAIL-REASON NOT = SPACES
               MOVE 'N' TO WS-KIT-OK-FLAG
               MOVE WS-KC-SKU(WS-KC-IDX) TO WS-KIT-FAIL-SKU
           END-IF.

       POST-KIT-COMPONENT-SALE.
           MOVE SAL-LOCATION TO INV-LOCATION
           MOVE WS-KC-SKU(WS-KC-IDX) TO INV-SKU
           READ INVENTORY-MASTER KEY IS INV-KEY
               INVALID KEY CONTINUE
           END-READ
           COMPUTE WS-KIT-COMP-QTY =
               SAL-QUANTITY * WS-KC-QTY(WS-KC-IDX)
           MOVE INV-QTY-ONHAND TO WS-MOVE-QTY-BEFORE
           MOVE INVENTORY-RECORD TO WS-BEFORE-IMAGE
           SUBTRACT WS-KIT-COMP-QTY FROM INV-QTY-ONHAND
           SUBTRACT WS-KIT-COMP-QTY FROM INV-QTY-AVAILABLE
           MOVE FUNCTION CURRENT-DATE TO INV-LAST-UPDATED
           PERFORM JOURNAL-BEFORE-IMAGE
           REWRITE INVENTORY-RECORD
           MOVE SAL-TRANS-ID TO WS-MOVE-TRANS-ID
           MOVE "SALE" TO WS-MOVE-TYPE
           PERFORM WRITE-MOVEMENT-RECORD
           MOVE WS-KIT-COMP-QTY TO WS-LOT-SALE-QTY
           PERFORM DRAW-SALE-FROM-LOTS
           ADD 1 TO WS-INV-UPDATED.

      *****************************************************************
      * A KIT RETURN PUTS RET-QUANTITY KITS' WORTH OF EVERY COMPONENT *
      * BACK AT THE RETURNING LOCATION, UNDER THE KIT'S CURRENT BILL  *
      * OF MATERIALS. EVERY COMPONENT MUST BE ON FILE THERE OR        *
      * NOTHING IS POSTED; STATUS AND STOCK ARE NOT CHECKED, AS FOR   *
      * ANY RETURN.                                                   *
      *****************************************************************
       PROCESS-KIT-RETURN.
           MOVE INVENTORY-RECORD TO WS-KIT-MASTER-IMAGE
           MOVE RET-LOCATION TO WS-KIT-LOCATION
           MOVE RET-QUANTITY TO WS-KIT-UNITS
           MOVE 'N' TO WS-KIT-STOCK-CHECK-FLAG
           PERFORM CHECK-ALL-KIT-COMPONENTS
           IF WS-KIT-OK-FLAG = 'N'
               MOVE "RETURN" TO ERR-TRANS-TYPE
               MOVE RET-TRANS-ID TO ERR-TRANS-ID
               PERFORM LOG-KIT-COMPONENT-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-KC-IDX FROM 1 BY 1
                   UNTIL WS-KC-IDX > WS-KIT-COMP-COUNT
               PERFORM POST-KIT-COMPONENT-RETURN
           END-PERFORM
           MOVE WS-KIT-MASTER-IMAGE TO INVENTORY-RECORD
           ADD RET-QUANTITY TO SH-RETURNED-QTY
           MOVE RET-DATE TO SH-LAST-RETURN-DATE
           MOVE SH-UNIT-PRICE TO WS-TAX-RETURN-PRICE
           REWRITE SALES-HISTORY-RECORD
           PERFORM CREDIT-RETURN-TAX
           ADD 1 TO WS-RETURNS-PROCESSED
           ADD 1 TO WS-KIT-RETURNS.

       POST-KIT-COMPONENT-RETURN.
           MOVE RET-LOCATION TO INV-LOCATION
           MOVE WS-KC-SKU(WS-KC-IDX) TO INV-SKU
           READ INVENTORY-MASTER KEY IS INV-KEY
               INVALID KEY CONTINUE
           END-READ
           COMPUTE WS-KIT-COMP-QTY =
               RET-QUANTITY * WS-KC-QTY(WS-KC-IDX)
           MOVE INV-QTY-ONHAND TO WS-MOVE-QTY-BEFORE
           MOVE INVENTORY-RECORD TO WS-BEFORE-IMAGE
           ADD WS-KIT-COMP-QTY TO INV-QTY-ONHAND
           ADD WS-KIT-COMP-QTY TO INV-QTY-AVAILABLE
           MOVE FUNCTION CURRENT-DATE TO INV-LAST-UPDATED
           PERFORM JOURNAL-BEFORE-IMAGE
           REWRITE INVENTORY-RECORD
           MOVE RET-TRANS-ID TO WS-MOVE-TRANS-ID
           MOVE "RETURN" TO WS-MOVE-TYPE
           PERFORM WRITE-MOVEMENT-RECORD
           MOVE WS-KIT-COMP-QTY TO WS-LOT-RETURN-QTY
           PERFORM RETURN-TO-LOTS
           ADD 1 TO WS-INV-UPDATED.

       LOG-KIT-COMPONENT-ERROR.
           MOVE FUNCTION CURRENT-DATE TO ERR-TIMESTAMP
           MOVE SPACES TO ERR-MESSAGE
           STRING "KIT " DELIMITED BY SIZE
                  WS-KIT-SKU DELIMITED BY SPACE
                  " COMPONENT " DELIMITED BY SIZE
                  WS-KIT-FAIL-SKU DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-KIT-FAIL-REASON DELIMITED BY "  "
                  " - NOTHING POSTED" DELIMITED BY SIZE
               INTO ERR-MESSAGE
           END-STRING
           WRITE ERROR-RECORD
           ADD 1 TO WS-ERRORS-LOGGED
           ADD 1 TO WS-KIT-REJECTS.
       
       PROCESS-ADJUSTMENT-TRANSACTIONS.
           READ ADJ-TRANS
                               MOVE ADJ-TRANS-ID TO WS-MOVE-TRANS-ID
                               MOVE "ADJUST" TO WS-MOVE-TYPE
                               PERFORM WRITE-MOVEMENT-RECORD
                               IF ADJ-QUANTITY < ZERO
                                   PERFORM DRAW-ADJUSTMENT-FROM-LOTS
                               END-IF
                               ADD 1 TO WS-ADJ-PROCESSED
                               ADD 1 TO WS-INV-UPDATED
                           ELSE
           END-IF.

      *****************************************************************
      * DISPOSAL/WRITE-OFF: VALID FOR AN INV-DISCONTINUED SKU, OR FOR *
      * THE EXPIRED STOCK OF AN ACTIVE LOT-TRACKED SKU. ADJ-QUANTITY  *
      * ON A WRITE-OFF ROW IS NOT ADDED TO ON-HAND AS ON AN ORDINARY  *
      * ADJUSTMENT. A DISCONTINUED SKU HAS ITS WHOLE REMAINING        *
      * BALANCE DISPOSED OF, ZEROING ON-HAND AND AVAILABLE OUTRIGHT.  *
      * ON AN ACTIVE LOT-TRACKED SKU EVERY LOT WHOSE EXPIRY DATE IS   *
      * BEFORE ADJ-DATE IS EMPTIED AND ON-HAND DROPS BY THE SAME      *
      * QUANTITY; LOT-EXPIRY RAISES THESE ROWS FOR THE DAY'S EXPIRED  *
      * LOTS. EITHER WAY THE WRITE-OFF IS LOGGED TO WORPT.DAT SO IT'S *
      * DISTINGUISHABLE FROM A RECOUNT.                               *
      *****************************************************************
       PROCESS-WRITEOFF-ADJUSTMENT.
           IF INV-DISCONTINUED
               MOVE INV-QTY-ONHAND TO WS-MOVE-QTY-BEFORE
               MOVE INVENTORY-RECORD TO WS-BEFORE-IMAGE
               MOVE INV-QTY-ONHAND TO WS-WO-QTY-WRITTEN-OFF
               MOVE INV-QTY-ONHAND TO WS-WO-QTY
               MOVE ZERO TO INV-QTY-ONHAND
               MOVE ZERO TO INV-QTY-AVAILABLE
               MOVE FUNCTION CURRENT-DATE TO INV-LAST-UPDATED
               MOVE "WRITEOFF" TO WS-MOVE-TYPE
               PERFORM WRITE-MOVEMENT-RECORD
               PERFORM WRITE-WRITEOFF-LINE
               PERFORM EMPTY-ALL-LOTS
               ADD 1 TO WS-ADJ-PROCESSED
               ADD 1 TO WS-INV-UPDATED
           ELSE
               PERFORM FIND-LOT-CATEGORY
               IF SKU-LOT-TRACKED
                   PERFORM WRITEOFF-EXPIRED-LOTS
               ELSE
                   PERFORM LOG-WRITEOFF-NOT-DISCONTINUED
               END-IF
           END-IF.

       WRITEOFF-EXPIRED-LOTS.
           PERFORM SUM-EXPIRED-LOTS
           IF WS-LOT-EXPIRED-QTY = ZERO
               PERFORM LOG-WRITEOFF-NO-EXPIRED-LOTS
               EXIT PARAGRAPH
           END-IF
           IF WS-LOT-EXPIRED-QTY > INV-QTY-ONHAND
               MOVE INV-QTY-ONHAND TO WS-LOT-EXPIRED-QTY
           END-IF
           MOVE INV-QTY-ONHAND TO WS-MOVE-QTY-BEFORE
           MOVE INVENTORY-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-LOT-EXPIRED-QTY TO WS-WO-QTY-WRITTEN-OFF
           MOVE WS-LOT-EXPIRED-QTY TO WS-WO-QTY
           SUBTRACT WS-LOT-EXPIRED-QTY FROM INV-QTY-ONHAND
           COMPUTE INV-QTY-AVAILABLE =
               INV-QTY-ONHAND - INV-QTY-ALLOCATED
           MOVE FUNCTION CURRENT-DATE TO INV-LAST-UPDATED
           PERFORM JOURNAL-BEFORE-IMAGE
           REWRITE INVENTORY-RECORD
           MOVE ADJ-TRANS-ID TO WS-MOVE-TRANS-ID
           MOVE "WRITEOFF" TO WS-MOVE-TYPE
           PERFORM WRITE-MOVEMENT-RECORD
           PERFORM WRITE-WRITEOFF-LINE
           PERFORM EMPTY-EXPIRED-LOTS
           ADD 1 TO WS-EXPIRED-WRITEOFFS
           ADD 1 TO WS-ADJ-PROCESSED
           ADD 1 TO WS-INV-UPDATED.

       LOG-WRITEOFF-NO-EXPIRED-LOTS.
           MOVE FUNCTION CURRENT-DATE TO ERR-TIMESTAMP
           MOVE "ADJUSTMENT" TO ERR-TRANS-TYPE
           MOVE ADJ-TRANS-ID TO ERR-TRANS-ID
           MOVE "WRITEOFF REJECTED - NO EXPIRED LOTS ON HAND"
               TO ERR-MESSAGE
           WRITE ERROR-RECORD
           ADD 1 TO WS-ERRORS-LOGGED.

       WRITE-WRITEOFF-LINE.
           MOVE ADJ-LOCATION TO WS-WO-LOCATION
           MOVE ADJ-SKU TO WS-WO-SKU
           MOVE ADJ-TRANS-ID TO WS-WO-TRANS-ID
           COMPUTE WS-WO-VALUE-AMT =
               WS-WO-QTY * INV-UNIT-COST
           MOVE WS-WO-VALUE-AMT TO WS-WO-VALUE
           MOVE ADJ-APPROVED-BY TO WS-WO-APPROVED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-WO-TIMESTAMP
                       MOVE ADJ-TRANS-ID TO WS-MOVE-TRANS-ID
                       MOVE "TRANSFER" TO WS-MOVE-TYPE
                       PERFORM WRITE-MOVEMENT-RECORD
                       PERFORM DRAW-TRANSFER-FROM-LOTS
                       PERFORM POST-TRANSFER-DESTINATION
                       ADD 1 TO WS-ADJ-PROCESSED
                       ADD 1 TO WS-INV-UPDATED
               MOVE ADJ-TRANS-ID TO WS-MOVE-TRANS-ID
               MOVE "TRANSFER" TO WS-MOVE-TYPE
               PERFORM WRITE-MOVEMENT-RECORD
               PERFORM TRANSFER-INTO-LOTS
           END-IF.

      *****************************************************************
           MOVE "TRANSFER DESTINATION LOCATION NOT FOUND" TO ERR-MESSAGE
           WRITE ERROR-RECORD
           ADD 1 TO WS-ERRORS-LOGGED.

      *****************************************************************
      * LOT-TRACKED CATEGORY LOOKUP FOR THE INVENTORY-RECORD IN THE   *
      * BUFFER.                                                       *
      *****************************************************************
       FIND-LOT-CATEGORY.
           MOVE 'N' TO WS-LOT-TRACKED-FLAG
           MOVE ZERO TO WS-LOT-SHELF-LIFE
           IF NOT LOT-TRACKING-ON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                   UNTIL WS-LC-IDX > WS-LOT-CATEGORY-COUNT
               IF WS-LC-CATEGORY(WS-LC-IDX) = INV-CATEGORY
                   MOVE 'Y' TO WS-LOT-TRACKED-FLAG
                   MOVE WS-LC-SHELF-LIFE(WS-LC-IDX) TO WS-LOT-SHELF-LIFE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * LOT SCAN FOR ONE LOCATION/SKU IN KEY (EARLIEST-EXPIRY) ORDER. *
      * START-LOT-SCAN POSITIONS AT WS-LOT-DRAW-LOCATION/SKU FROM THE *
      * EXPIRY DATE ALREADY IN LOT-EXPIRY-DATE; READ-NEXT-LOT ENDS    *
      * THE SCAN AT THE FIRST LOT OF ANOTHER LOCATION OR SKU.         *
      *****************************************************************
       START-LOT-SCAN.
           MOVE 'N' TO WS-LOT-SCAN-EOF
           MOVE WS-LOT-DRAW-LOCATION TO LOT-LOCATION
           MOVE WS-LOT-DRAW-SKU TO LOT-SKU
           MOVE LOW-VALUES TO LOT-ID
           START LOT-FILE KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY MOVE 'Y' TO WS-LOT-SCAN-EOF
           END-START.

       READ-NEXT-LOT.
           READ LOT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LOT-SCAN-EOF
           END-READ
           IF WS-LOT-SCAN-EOF = 'N'
               IF LOT-LOCATION NOT = WS-LOT-DRAW-LOCATION
                       OR LOT-SKU NOT = WS-LOT-DRAW-SKU
                   MOVE 'Y' TO WS-LOT-SCAN-EOF
               END-IF
           END-IF.

       DRAW-FROM-LOTS.
           MOVE ZERO TO WS-LOT-PICK-COUNT
           MOVE ZERO TO WS-LOT-EXPIRED-DRAWN
           MOVE ZERO TO LOT-EXPIRY-DATE
           PERFORM START-LOT-SCAN
           PERFORM UNTIL WS-LOT-SCAN-EOF = 'Y'
                   OR WS-LOT-NEED NOT > ZERO
               PERFORM READ-NEXT-LOT
               IF WS-LOT-SCAN-EOF = 'N' AND LOT-QTY-ONHAND > ZERO
                   PERFORM TAKE-FROM-LOT
               END-IF
           END-PERFORM
           ADD 1 TO WS-LOT-DRAWS
           IF WS-LOT-NEED > ZERO
               ADD 1 TO WS-LOT-UNLOTTED-DRAWS
           END-IF.

       TAKE-FROM-LOT.
           IF LOT-QTY-ONHAND < WS-LOT-NEED
               MOVE LOT-QTY-ONHAND TO WS-LOT-TAKE
           ELSE
               MOVE WS-LOT-NEED TO WS-LOT-TAKE
           END-IF
           SUBTRACT WS-LOT-TAKE FROM LOT-QTY-ONHAND
           SUBTRACT WS-LOT-TAKE FROM WS-LOT-NEED
           MOVE FUNCTION CURRENT-DATE TO LOT-LAST-UPDATED
           REWRITE LOT-RECORD
           IF LOT-EXPIRY-DATE < WS-LOT-AS-OF-DATE
               ADD WS-LOT-TAKE TO WS-LOT-EXPIRED-DRAWN
           END-IF
           IF WS-LOT-PICK-COUNT < 99
               ADD 1 TO WS-LOT-PICK-COUNT
               SET WS-LP-IDX TO WS-LOT-PICK-COUNT
               MOVE LOT-EXPIRY-DATE TO WS-LP-EXPIRY-DATE(WS-LP-IDX)
               MOVE LOT-ID TO WS-LP-LOT-ID(WS-LP-IDX)
               MOVE LOT-RECEIPT-DATE TO WS-LP-RECEIPT-DATE(WS-LP-IDX)
               MOVE WS-LOT-TAKE TO WS-LP-QTY(WS-LP-IDX)
           ELSE
               DISPLAY "WARNING: LOT PICK TABLE FULL FOR "
                   LOT-LOCATION " " LOT-SKU " LOT " LOT-ID
           END-IF.

      *****************************************************************
      * A SALE IS DRAWN FROM THE EARLIEST-EXPIRING LOTS AND EACH LOT  *
      * USED IS RECORDED ON LOTSALE.DAT. STOCK SOLD FROM A LOT        *
      * ALREADY PAST ITS EXPIRY IS STILL POSTED - IT HAS LEFT THE     *
      * BUILDING - BUT IS LOGGED SO THE STORE CAN BE ASKED WHY.       *
      *****************************************************************
       DRAW-SALE-FROM-LOTS.
           PERFORM FIND-LOT-CATEGORY
           IF NOT SKU-LOT-TRACKED
               EXIT PARAGRAPH
           END-IF
           MOVE INV-LOCATION TO WS-LOT-DRAW-LOCATION
           MOVE INV-SKU TO WS-LOT-DRAW-SKU
           MOVE WS-LOT-SALE-QTY TO WS-LOT-NEED
           MOVE SAL-DATE TO WS-LOT-AS-OF-DATE
           PERFORM DRAW-FROM-LOTS
           PERFORM VARYING WS-LP-IDX FROM 1 BY 1
                   UNTIL WS-LP-IDX > WS-LOT-PICK-COUNT
               MOVE SAL-TRANS-ID TO LS-SALE-ID
               ADD 1 TO WS-LOT-SALE-SEQ
               MOVE WS-LOT-SALE-SEQ TO LS-SEQ
               MOVE INV-LOCATION TO LS-LOCATION
               MOVE INV-SKU TO LS-SKU
               MOVE WS-LP-EXPIRY-DATE(WS-LP-IDX) TO LS-EXPIRY-DATE
               MOVE WS-LP-LOT-ID(WS-LP-IDX) TO LS-LOT-ID
               MOVE SAL-DATE TO LS-SALE-DATE
               MOVE WS-LP-QTY(WS-LP-IDX) TO LS-QTY
               MOVE ZERO TO LS-RETURNED-QTY
               WRITE LOT-SALE-RECORD
                   INVALID KEY REWRITE LOT-SALE-RECORD
               END-WRITE
           END-PERFORM
           IF WS-LOT-EXPIRED-DRAWN > ZERO
               MOVE FUNCTION CURRENT-DATE TO ERR-TIMESTAMP
               MOVE "SALES" TO ERR-TRANS-TYPE
               MOVE SAL-TRANS-ID TO ERR-TRANS-ID
               MOVE "SALE DRAWN FROM A LOT PAST ITS EXPIRY DATE"
                   TO ERR-MESSAGE
               WRITE ERROR-RECORD
               ADD 1 TO WS-ERRORS-LOGGED
               ADD 1 TO WS-LOT-EXPIRED-SALES
           END-IF.

       DRAW-ADJUSTMENT-FROM-LOTS.
           PERFORM FIND-LOT-CATEGORY
           IF NOT SKU-LOT-TRACKED
               EXIT PARAGRAPH
           END-IF
           MOVE ADJ-LOCATION TO WS-LOT-DRAW-LOCATION
           MOVE ADJ-SKU TO WS-LOT-DRAW-SKU
           COMPUTE WS-LOT-NEED = 0 - ADJ-QUANTITY
           MOVE ADJ-DATE TO WS-LOT-AS-OF-DATE
           PERFORM DRAW-FROM-LOTS.

      *****************************************************************
      * A TRANSFER LEAVES ITS SOURCE LOTS FIRST-EXPIRY-FIRST;         *
      * TRANSFER-INTO-LOTS THEN REBUILDS THE SAME LOTS (SAME LOT ID,  *
      * EXPIRY AND ORIGINAL RECEIPT DATE) AT THE DESTINATION FROM THE *
      * PICK TABLE.                                                   *
      *****************************************************************
       DRAW-TRANSFER-FROM-LOTS.
           MOVE ZERO TO WS-LOT-PICK-COUNT
           PERFORM FIND-LOT-CATEGORY
           IF NOT SKU-LOT-TRACKED
               EXIT PARAGRAPH
           END-IF
           MOVE ADJ-LOCATION TO WS-LOT-DRAW-LOCATION
           MOVE ADJ-SKU TO WS-LOT-DRAW-SKU
           MOVE ADJ-QUANTITY TO WS-LOT-NEED
           MOVE ADJ-DATE TO WS-LOT-AS-OF-DATE
           PERFORM DRAW-FROM-LOTS.

       TRANSFER-INTO-LOTS.
           PERFORM VARYING WS-LP-IDX FROM 1 BY 1
                   UNTIL WS-LP-IDX > WS-LOT-PICK-COUNT
               MOVE ADJ-DEST-LOCATION TO WS-LOT-ADD-LOCATION
               MOVE ADJ-SKU TO WS-LOT-ADD-SKU
               MOVE WS-LP-EXPIRY-DATE(WS-LP-IDX) TO WS-LOT-ADD-EXPIRY
               MOVE WS-LP-LOT-ID(WS-LP-IDX) TO WS-LOT-ADD-ID
               MOVE WS-LP-QTY(WS-LP-IDX) TO WS-LOT-ADD-QTY
               MOVE WS-LP-RECEIPT-DATE(WS-LP-IDX)
                   TO WS-LOT-ADD-RECEIPT-DATE
               MOVE 'T' TO WS-LOT-ADD-SOURCE
               PERFORM ADD-TO-LOT
           END-PERFORM.

      *****************************************************************
      * A RECEIPT OF A LOT-TRACKED SKU OPENS (OR, FOR A SECOND        *
      * PARTIAL RECEIPT OF THE SAME LOT, ADDS TO) THE LOT NAMED ON    *
      * THE RECEIPT.                                                  *
      *****************************************************************
       RECEIVE-INTO-LOT.
           PERFORM FIND-LOT-CATEGORY
           IF NOT SKU-LOT-TRACKED
               EXIT PARAGRAPH
           END-IF
           MOVE PO-LOCATION TO WS-LOT-ADD-LOCATION
           MOVE PO-SKU TO WS-LOT-ADD-SKU
           MOVE ZERO TO WS-LOT-ADD-EXPIRY
           IF RCP-EXPIRY-DATE IS NUMERIC
               IF RCP-EXPIRY-DATE > ZERO
                   IF FUNCTION TEST-DATE-YYYYMMDD(RCP-EXPIRY-DATE)
                           = ZERO
                       MOVE RCP-EXPIRY-DATE TO WS-LOT-ADD-EXPIRY
                   END-IF
               END-IF
           END-IF
           IF WS-LOT-ADD-EXPIRY = ZERO
               COMPUTE WS-LOT-ADD-EXPIRY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(RCP-DATE)
                   + WS-LOT-SHELF-LIFE)
           END-IF
           IF RCP-LOT-ID = SPACES OR RCP-LOT-ID = LOW-VALUES
               MOVE RCP-PO-NUMBER TO WS-LOT-ADD-ID
           ELSE
               MOVE RCP-LOT-ID TO WS-LOT-ADD-ID
           END-IF
           MOVE RCP-QUANTITY TO WS-LOT-ADD-QTY
           MOVE RCP-DATE TO WS-LOT-ADD-RECEIPT-DATE
           MOVE 'R' TO WS-LOT-ADD-SOURCE
           PERFORM ADD-TO-LOT.

      *****************************************************************
      * A RETURN GOES BACK UNDER THE LOT ID AND EXPIRY IT WAS SOLD    *
      * FROM (PER LOTSALE.DAT FOR RET-ORIG-SALE-ID), AT THE RETURNING *
      * LOCATION. UNITS WITH NO KNOWN LOT - A SALE FROM UNLOTTED      *
      * STOCK, OR FROM BEFORE LOT TRACKING - GO TO THE                *
      * EARLIEST-EXPIRING LOT AT THE LOCATION THAT HAS NOT YET        *
      * EXPIRED, SO THEY ARE SOLD OR WRITTEN OFF FIRST; WITH NO SUCH  *
      * LOT THEY OPEN A "RETURN" LOT THAT EXPIRES ON THE RETURN DATE  *
      * AND SHOWS ON TOMORROW'S EXPIRY REPORT FOR A DECISION.         *
      *****************************************************************
       RETURN-TO-LOTS.
           PERFORM FIND-LOT-CATEGORY
           IF NOT SKU-LOT-TRACKED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOT-RETURN-QTY TO WS-LOT-RETURN-LEFT
           MOVE 'N' TO WS-LS-SCAN-EOF
           MOVE RET-ORIG-SALE-ID TO LS-SALE-ID
           MOVE ZERO TO LS-SEQ
           START LOT-SALE-FILE KEY IS NOT LESS THAN LS-KEY
               INVALID KEY MOVE 'Y' TO WS-LS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-LS-SCAN-EOF = 'Y'
                   OR WS-LOT-RETURN-LEFT NOT > ZERO
               READ LOT-SALE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LS-SCAN-EOF
               END-READ
               IF WS-LS-SCAN-EOF = 'N'
                       AND LS-SALE-ID NOT = RET-ORIG-SALE-ID
                   MOVE 'Y' TO WS-LS-SCAN-EOF
               END-IF
               IF WS-LS-SCAN-EOF = 'N'
                       AND LS-SKU = INV-SKU
                       AND LS-QTY > LS-RETURNED-QTY
                   PERFORM RETURN-TO-SALE-LOT
               END-IF
           END-PERFORM
           IF WS-LOT-RETURN-LEFT > ZERO
               PERFORM RETURN-TO-UNKNOWN-LOT
           END-IF.

       RETURN-TO-SALE-LOT.
           COMPUTE WS-LOT-ADD-QTY = LS-QTY - LS-RETURNED-QTY
           IF WS-LOT-ADD-QTY > WS-LOT-RETURN-LEFT
               MOVE WS-LOT-RETURN-LEFT TO WS-LOT-ADD-QTY
           END-IF
           ADD WS-LOT-ADD-QTY TO LS-RETURNED-QTY
           REWRITE LOT-SALE-RECORD
           SUBTRACT WS-LOT-ADD-QTY FROM WS-LOT-RETURN-LEFT
           MOVE INV-LOCATION TO WS-LOT-ADD-LOCATION
           MOVE INV-SKU TO WS-LOT-ADD-SKU
           MOVE LS-EXPIRY-DATE TO WS-LOT-ADD-EXPIRY
           MOVE LS-LOT-ID TO WS-LOT-ADD-ID
           MOVE RET-DATE TO WS-LOT-ADD-RECEIPT-DATE
           MOVE 'C' TO WS-LOT-ADD-SOURCE
           PERFORM ADD-TO-LOT
           ADD 1 TO WS-LOT-RETURNS-TO-LOT.

       RETURN-TO-UNKNOWN-LOT.
           MOVE INV-LOCATION TO WS-LOT-DRAW-LOCATION
           MOVE INV-SKU TO WS-LOT-DRAW-SKU
           MOVE RET-DATE TO LOT-EXPIRY-DATE
           PERFORM START-LOT-SCAN
           IF WS-LOT-SCAN-EOF = 'N'
               PERFORM READ-NEXT-LOT
           END-IF
           IF WS-LOT-SCAN-EOF = 'N'
               MOVE LOT-KEY TO WS-LOT-ADD-KEY
           ELSE
               MOVE INV-LOCATION TO WS-LOT-ADD-LOCATION
               MOVE INV-SKU TO WS-LOT-ADD-SKU
               MOVE RET-DATE TO WS-LOT-ADD-EXPIRY
               MOVE "RETURN" TO WS-LOT-ADD-ID
           END-IF
           MOVE WS-LOT-RETURN-LEFT TO WS-LOT-ADD-QTY
           MOVE RET-DATE TO WS-LOT-ADD-RECEIPT-DATE
           MOVE 'C' TO WS-LOT-ADD-SOURCE
           PERFORM ADD-TO-LOT
           MOVE ZERO TO WS-LOT-RETURN-LEFT
           ADD 1 TO WS-LOT-RETURNS-UNKNOWN.

       ADD-TO-LOT.
           MOVE WS-LOT-ADD-KEY TO LOT-KEY
           READ LOT-FILE
               INVALID KEY CONTINUE
           END-READ
           IF LOT-OK
               ADD WS-LOT-ADD-QTY TO LOT-QTY-ONHAND
               IF WS-LOT-ADD-SOURCE = 'R'
                   ADD WS-LOT-ADD-QTY TO LOT-QTY-RECEIVED
               END-IF
               MOVE FUNCTION CURRENT-DATE TO LOT-LAST-UPDATED
               REWRITE LOT-RECORD
           ELSE
               MOVE WS-LOT-ADD-KEY TO LOT-KEY
               MOVE WS-LOT-ADD-RECEIPT-DATE TO LOT-RECEIPT-DATE
               MOVE WS-LOT-ADD-QTY TO LOT-QTY-RECEIVED
               MOVE WS-LOT-ADD-QTY TO LOT-QTY-ONHAND
               MOVE WS-LOT-ADD-SOURCE TO LOT-SOURCE
               MOVE FUNCTION CURRENT-DATE TO LOT-LAST-UPDATED
               WRITE LOT-RECORD
               ADD 1 TO WS-LOTS-CREATED
           END-IF.

      *****************************************************************
      * EXPIRED LOTS OF THE ADJUSTMENT'S LOCATION/SKU: THOSE WITH AN  *
      * EXPIRY DATE BEFORE ADJ-DATE, WHICH KEY ORDER PUTS FIRST.      *
      *****************************************************************
       SUM-EXPIRED-LOTS.
           MOVE ZERO TO WS-LOT-EXPIRED-QTY
           MOVE ADJ-LOCATION TO WS-LOT-DRAW-LOCATION
           MOVE ADJ-SKU TO WS-LOT-DRAW-SKU
           MOVE ZERO TO LOT-EXPIRY-DATE
           PERFORM START-LOT-SCAN
           PERFORM UNTIL WS-LOT-SCAN-EOF = 'Y'
               PERFORM READ-NEXT-LOT
               IF WS-LOT-SCAN-EOF = 'N'
                   IF LOT-EXPIRY-DATE NOT < ADJ-DATE
                       MOVE 'Y' TO WS-LOT-SCAN-EOF
                   ELSE
                       ADD LOT-QTY-ONHAND TO WS-LOT-EXPIRED-QTY
                   END-IF
               END-IF
           END-PERFORM.

       EMPTY-EXPIRED-LOTS.
           MOVE ZERO TO LOT-EXPIRY-DATE
           PERFORM START-LOT-SCAN
           PERFORM UNTIL WS-LOT-SCAN-EOF = 'Y'
               PERFORM READ-NEXT-LOT
               IF WS-LOT-SCAN-EOF = 'N'
                   IF LOT-EXPIRY-DATE NOT < ADJ-DATE
                       MOVE 'Y' TO WS-LOT-SCAN-EOF
                   ELSE
                       PERFORM EMPTY-ONE-LOT
                   END-IF
               END-IF
           END-PERFORM.

       EMPTY-ALL-LOTS.
           PERFORM FIND-LOT-CATEGORY
           IF NOT SKU-LOT-TRACKED
               EXIT PARAGRAPH
           END-IF
           MOVE ADJ-LOCATION TO WS-LOT-DRAW-LOCATION
           MOVE ADJ-SKU TO WS-LOT-DRAW-SKU
           MOVE ZERO TO LOT-EXPIRY-DATE
           PERFORM START-LOT-SCAN
           PERFORM UNTIL WS-LOT-SCAN-EOF = 'Y'
               PERFORM READ-NEXT-LOT
               IF WS-LOT-SCAN-EOF = 'N'
                   PERFORM EMPTY-ONE-LOT
               END-IF
           END-PERFORM.

       EMPTY-ONE-LOT.
           IF LOT-QTY-ONHAND NOT = ZERO
               MOVE ZERO TO LOT-QTY-ONHAND
               MOVE FUNCTION CURRENT-DATE TO LOT-LAST-UPDATED
               REWRITE LOT-RECORD
           END-IF.
       
      *****************************************************************
      * SCAN THE (NOW FULLY POSTED) INVENTORY-MASTER FOR ANY SKU/     *
                   REWRITE PURCHASE-ORDER-RECORD
                   PERFORM WRITE-RECEIPT-REPORT-LINE
                   ADD 1 TO WS-RECEIPTS-PROCESSED
                   MOVE PO-LOCATION TO WS-BO-FILL-LOCATION
                   MOVE PO-SKU TO WS-BO-FILL-SKU
                   PERFORM FILL-BACKORDERS
                   PERFORM FILL-KIT-BACKORDERS
               END-IF
           END-IF.

               MOVE RCP-PO-NUMBER TO WS-MOVE-TRANS-ID
               MOVE "RECEIPT" TO WS-MOVE-TYPE
               PERFORM WRITE-MOVEMENT-RECORD
               PERFORM RECEIVE-INTO-LOT
               ADD 1 TO WS-INV-UPDATED
           ELSE
               PERFORM LOG-RECEIPT-SKU-NOT-FOUND
           END-IF.

      *****************************************************************
      * FILL THE LOCATION/SKU'S OPEN BACKORDERS FROM THE STOCK JUST   *
      * RECEIVED, OLDEST FIRST. EACH FILL IS POSTED AS AN ORDINARY    *
      * SALE THROUGH PROCESS-SINGLE-SALE, DATED THE RECEIPT DATE, SO  *
      * IT LEAVES THE USUAL MOVEMENT, LOT, TAX AND SALESHST.DAT       *
      * RECORDS UNDER THE ORIGINAL SALE ID. FILLING IS STRICTLY FIFO: *
      * THE FIRST BACKORDER THE ON-HAND CANNOT COVER IN FULL STOPS    *
      * THE PASS, SO A SMALL LATER ORDER NEVER JUMPS AN OLDER, LARGER *
      * ONE. THE PASS RUNS FOR WS-BO-FILL-LOCATION/WS-BO-FILL-SKU -   *
      * THE SKU RECEIVED, THEN EACH KIT THAT USES IT. A KIT BACKORDER *
      * IS FILLED ONLY WHEN EVERY COMPONENT CAN COVER IT.             *
      *****************************************************************
       FILL-BACKORDERS.
           MOVE 'N' TO WS-BO-SCAN-EOF
           MOVE WS-BO-FILL-LOCATION TO BO-LOCATION
           MOVE WS-BO-FILL-SKU TO BO-SKU
           MOVE ZERO TO BO-ORDER-DATE
           MOVE LOW-VALUES TO BO-SALE-ID
           START BACKORDER-FILE KEY IS NOT LESS THAN BO-KEY
               INVALID KEY MOVE 'Y' TO WS-BO-SCAN-EOF
           END-START
           PERFORM UNTIL WS-BO-SCAN-EOF = 'Y'
               READ BACKORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-BO-SCAN-EOF
               END-READ
               IF WS-BO-SCAN-EOF = 'N'
                   IF BO-LOCATION NOT = WS-BO-FILL-LOCATION
                           OR BO-SKU NOT = WS-BO-FILL-SKU
                       MOVE 'Y' TO WS-BO-SCAN-EOF
                   ELSE
                       IF BO-OPEN
                           PERFORM FILL-ONE-BACKORDER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FILL-ONE-BACKORDER.
           MOVE BO-SKU TO WS-KIT-SKU
           PERFORM LOAD-KIT-COMPONENTS
           IF SKU-IS-KIT
               MOVE BO-LOCATION TO WS-KIT-LOCATION
               MOVE BO-QTY TO WS-KIT-UNITS
               MOVE 'Y' TO WS-KIT-STOCK-CHECK-FLAG
               PERFORM CHECK-ALL-KIT-COMPONENTS
               IF WS-KIT-OK-FLAG = 'N'
                   MOVE 'Y' TO WS-BO-SCAN-EOF
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE BO-LOCATION TO INV-LOCATION
               MOVE BO-SKU TO INV-SKU
               READ INVENTORY-MASTER KEY IS INV-KEY
                   INVALID KEY CONTINUE
               END-READ
               IF NOT INV-OK OR INV-QTY-ONHAND < BO-QTY
                   MOVE 'Y' TO WS-BO-SCAN-EOF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE BO-SALE-ID TO SAL-TRANS-ID
           MOVE RCP-DATE TO SAL-DATE
           MOVE BO-LOCATION TO SAL-LOCATION
           MOVE BO-SKU TO SAL-SKU
           MOVE BO-QTY TO SAL-QUANTITY
           MOVE BO-UNIT-PRICE TO SAL-UNIT-PRICE
           MOVE BO-CUSTOMER-ID TO SAL-CUSTOMER-ID
           MOVE WS-SALES-PROCESSED TO WS-BO-SALES-SNAPSHOT
           MOVE 'N' TO WS-BO-CAPTURE-FLAG
           PERFORM PROCESS-SINGLE-SALE
           MOVE 'Y' TO WS-BO-CAPTURE-FLAG
           IF WS-SALES-PROCESSED > WS-BO-SALES-SNAPSHOT
               SET BO-FILLED TO TRUE
               MOVE RCP-DATE TO BO-FILLED-DATE
               MOVE RCP-PO-NUMBER TO BO-FILL-PO
               REWRITE BACKORDER-RECORD
               ADD 1 TO WS-BACKORDERS-FILLED
           ELSE
               MOVE 'Y' TO WS-BO-SCAN-EOF
           END-IF.

      *****************************************************************
      * A RECEIPT OF A KIT COMPONENT MAY COMPLETE THE STOCK FOR KIT   *
      * BACKORDERS AT THE SAME LOCATION. KITBOM.DAT IS KEYED BY KIT,  *
      * SO THE KITS THAT USE THE SKU ARE FOUND BY A FULL SCAN AND     *
      * TABLED FIRST - FILLING A KIT RE-READS ITS BILL OF MATERIALS,  *
      * WHICH MOVES THE KITBOM.DAT POSITION.                          *
      *****************************************************************
       FILL-KIT-BACKORDERS.
           IF NOT KIT-BOM-ON
               EXIT PARAGRAPH
           END-IF
           MOVE PO-SKU TO WS-BO-COMP-SKU
           PERFORM FIND-KITS-USING-SKU
           MOVE PO-LOCATION TO WS-BO-FILL-LOCATION
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BO-KIT-COUNT
               MOVE WS-BK-KIT-SKU(WS-BK-IDX) TO WS-BO-FILL-SKU
               PERFORM FILL-BACKORDERS
           END-PERFORM.

       FIND-KITS-USING-SKU.
           MOVE ZERO TO WS-BO-KIT-COUNT
           MOVE 'N' TO WS-KB-SCAN-EOF
           MOVE LOW-VALUES TO KB-KEY
           START KIT-BOM-FILE KEY IS NOT LESS THAN KB-KEY
               INVALID KEY MOVE 'Y' TO WS-KB-SCAN-EOF
           END-START
           PERFORM UNTIL WS-KB-SCAN-EOF = 'Y'
               READ KIT-BOM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-KB-SCAN-EOF
               END-READ
               IF WS-KB-SCAN-EOF = 'N'
                       AND KB-COMP-SKU = WS-BO-COMP-SKU
                       AND KB-KIT-SKU NOT = WS-BO-COMP-SKU
                       AND KB-COMP-QTY NUMERIC
                       AND KB-COMP-QTY > ZERO
                   PERFORM TABLE-KIT-USING-SKU
               END-IF
           END-PERFORM.

       TABLE-KIT-USING-SKU.
           IF WS-BO-KIT-COUNT < 50
               ADD 1 TO WS-BO-KIT-COUNT
               SET WS-BK-IDX TO WS-BO-KIT-COUNT
               MOVE KB-KIT-SKU TO WS-BK-KIT-SKU(WS-BK-IDX)
               MOVE KB-COMP-QTY TO WS-BK-COMP-QTY(WS-BK-IDX)
           ELSE
               DISPLAY "WARNING: KIT TABLE FULL FOR COMPONENT "
                   WS-BO-COMP-SKU ", IGNORING KIT " KB-KIT-SKU
           END-IF.

      *****************************************************************
      * OVER-RECEIPT (MORE ARRIVED THAN ORDERED) IS FLAGGED ON THE    *
      * REPORT LINE; AN UNDER-RECEIPT SIMPLY LEAVES THE PO OPEN AND   *
                   AT END MOVE 'Y' TO WS-INV-SCAN-EOF-FLAG
               END-READ
               IF WS-INV-SCAN-EOF-FLAG = 'N' AND INV-ACTIVE
                   MOVE INV-SKU TO WS-KIT-SKU
                   PERFORM LOAD-KIT-COMPONENTS
                   IF NOT SKU-IS-KIT
                       PERFORM CLASSIFY-REBALANCE-ITEM
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-INV-SCAN-EOF-FLAG
               END-IF
           END-PERFORM.

      *****************************************************************
      * TOTAL THE OPEN BACKORDER QUANTITY OF THE CURRENT INVENTORY    *
      * RECORD: ITS OWN BACKORDERS, PLUS EACH OPEN BACKORDER OF A KIT *
      * THAT USES IT AT THE SAME LOCATION TIMES THE KIT'S KB-COMP-QTY *
      * - A KIT IS ONLY FILLED FROM ITS COMPONENTS' STOCK, SO THAT IS *
      * WHERE ITS DEMAND HAS TO BE REORDERED. THE MASTER SCAN IS      *
      * SEQUENTIAL ON ITS OWN FILE, SO THESE STARTS DO NOT DISTURB IT.*
      *****************************************************************
       SUM-OPEN-BACKORDERS.
           MOVE ZERO TO WS-BO-OPEN-QTY
           MOVE INV-LOCATION TO WS-BO-FILL-LOCATION
           MOVE INV-SKU TO WS-BO-FILL-SKU
           PERFORM SUM-BACKORDERS-FOR-SKU
           ADD WS-BO-SKU-QTY TO WS-BO-OPEN-QTY
           IF NOT KIT-BOM-ON
               EXIT PARAGRAPH
           END-IF
           MOVE INV-SKU TO WS-BO-COMP-SKU
           PERFORM FIND-KITS-USING-SKU
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BO-KIT-COUNT
               MOVE WS-BK-KIT-SKU(WS-BK-IDX) TO WS-BO-FILL-SKU
               PERFORM SUM-BACKORDERS-FOR-SKU
               COMPUTE WS-BO-OPEN-QTY = WS-BO-OPEN-QTY
                   + WS-BO-SKU-QTY * WS-BK-COMP-QTY(WS-BK-IDX)
                   ON SIZE ERROR MOVE 9999999 TO WS-BO-OPEN-QTY
               END-COMPUTE
           END-PERFORM.

       SUM-BACKORDERS-FOR-SKU.
           MOVE ZERO TO WS-BO-SKU-QTY
           MOVE 'N' TO WS-BO-SCAN-EOF
           MOVE WS-BO-FILL-LOCATION TO BO-LOCATION
           MOVE WS-BO-FILL-SKU TO BO-SKU
           MOVE ZERO TO BO-ORDER-DATE
           MOVE LOW-VALUES TO BO-SALE-ID
           START BACKORDER-FILE KEY IS NOT LESS THAN BO-KEY
               INVALID KEY MOVE 'Y' TO WS-BO-SCAN-EOF
           END-START
           PERFORM UNTIL WS-BO-SCAN-EOF = 'Y'
               READ BACKORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-BO-SCAN-EOF
               END-READ
               IF WS-BO-SCAN-EOF = 'N'
                   IF BO-LOCATION NOT = WS-BO-FILL-LOCATION
                           OR BO-SKU NOT = WS-BO-FILL-SKU
                       MOVE 'Y' TO WS-BO-SCAN-EOF
                   ELSE
                       IF BO-OPEN
                           ADD BO-QTY TO WS-BO-SKU-QTY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       GENERATE-REORDER-REPORT.
           PERFORM BUILD-OPEN-PO-TABLE
           MOVE LOW-VALUES TO INV-KEY
               END-READ
               IF WS-INV-SCAN-EOF-FLAG NOT = 'Y'
                   PERFORM ACCUMULATE-VALUATION
                   PERFORM SUM-OPEN-BACKORDERS
                   IF INV-QTY-AVAILABLE - WS-BO-OPEN-QTY
                           <= INV-REORDER-POINT
                       MOVE INV-SKU TO WS-KIT-SKU
                       PERFORM LOAD-KIT-COMPONENTS
                       IF NOT SKU-IS-KIT
                           PERFORM WRITE-REORDER-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
               MOVE "TRANSFER RECOMMENDED - NO PO" TO WS-RL-FLAG
           ELSE
               MOVE SPACES TO WS-RL-FLAG
               IF WS-BO-OPEN-QTY > ZERO
                   MOVE WS-BO-OPEN-QTY TO WS-BO-QTY-EDIT
                   STRING "OPEN BACKORDERS " WS-BO-QTY-EDIT
                       DELIMITED BY SIZE INTO WS-RL-FLAG
                   END-STRING
               END-IF
           END-IF
           WRITE REORDER-LINE FROM WS-REORDER-LINE
           ADD 1 TO WS-REORDERS-FLAGGED
      *****************************************************************
      * ONE OPEN PO PER LOCATION/SKU: IF ONE IS ALREADY OUTSTANDING   *
      * THE REORDER LINE IS REPORT-ONLY. A FRESHLY CREATED PO JOINS   *
      * THE OPEN-PO TABLE SO LATER REORDER LINES SEE IT TOO. THE PO   *
      * ORDERS THE REORDER QUANTITY PLUS THE OPEN BACKORDERS, SO THE  *
      * RECEIPT BOTH FILLS THE CUSTOMERS AND RESTOCKS THE SHELF.      *
      *****************************************************************
       CREATE-PURCHASE-ORDER.
           PERFORM CHECK-OPEN-PO-EXISTS
               END-STRING
               MOVE INV-LOCATION TO PO-LOCATION
               MOVE INV-SKU TO PO-SKU
               COMPUTE PO-ORDER-QTY =
                   INV-REORDER-QTY + WS-BO-OPEN-QTY
                   ON SIZE ERROR MOVE 99999 TO PO-ORDER-QTY
               END-COMPUTE
               MOVE ZERO TO PO-RECEIVED-QTY
               MOVE WS-RUN-DATE TO PO-ORDER-DATE
               COMPUTE WS-PO-EXPECTED-DAYNUM =
               MOVE ZERO TO PO-RECEIVED-DATE
               SET PO-OPEN TO TRUE
               MOVE WS-PO-VENDOR-ID TO PO-VENDOR-ID
               MOVE INV-UNIT-COST TO PO-UNIT-COST
               MOVE ZERO TO PO-INVOICED-QTY
               WRITE PURCHASE-ORDER-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           DISPLAY "SUSPENSE ITEMS AGED OUT: " WS-SUSP-AGED-OUT
           DISPLAY "PRIOR-PERIOD ITEMS DIVERTED: " WS-PPA-DIVERTED
           DISPLAY "APPROVAL-AUTHORITY REJECTS: " WS-AUTH-REJECTS
           DISPLAY "SALES TAXED: " WS-TAX-SALES-TAXED
           DISPLAY "SALES TAX-EXEMPT: " WS-TAX-SALES-EXEMPT
           DISPLAY "SALES WITH NO TAX RATE: " WS-TAX-NO-RATE
           DISPLAY "SALES TAX COLLECTED: " WS-TAX-COLLECTED
           DISPLAY "RETURNS WITH TAX CREDITED: " WS-TAX-RETURNS-CREDITED
           DISPLAY "RETURNS WITH NO TAX ON ORIGINAL: "
               WS-TAX-RETURNS-NO-SALE
           DISPLAY "SALES TAX CREDITED BACK: " WS-TAX-REFUNDED
           DISPLAY "LOTS CREATED: " WS-LOTS-CREATED
           DISPLAY "LOT DRAWS (SALE/ADJ/TRANSFER): " WS-LOT-DRAWS
           DISPLAY "DRAWS SHORT ON LOTTED STOCK: " WS-LOT-UNLOTTED-DRAWS
           DISPLAY "SALES FROM EXPIRED LOTS: " WS-LOT-EXPIRED-SALES
           DISPLAY "RETURNS TO ORIGINAL LOT: " WS-LOT-RETURNS-TO-LOT
           DISPLAY "RETURNS WITH NO KNOWN LOT: "
               WS-LOT-RETURNS-UNKNOWN
           DISPLAY "EXPIRED-STOCK WRITE-OFFS: " WS-EXPIRED-WRITEOFFS
           DISPLAY "KIT SALES POSTED: " WS-KIT-SALES
           DISPLAY "KIT RETURNS POSTED: " WS-KIT-RETURNS
           DISPLAY "KIT SALES/RETURNS REJECTED: " WS-KIT-REJECTS
           DISPLAY "SALES HELD AS BACKORDERS: " WS-BACKORDERS-CREATED
           DISPLAY "BACKORDERS FILLED FROM RECEIPTS: "
               WS-BACKORDERS-FILLED
           DISPLAY "SALES OVER PRICE TOLERANCE: " WS-PRICE-EXCEPTIONS
           DISPLAY "SALES PARKED OVER PRICE LIMIT: " WS-PRICE-PARKED
           DISPLAY "PRICE OVERRIDES REPOSTED: " WS-PRICE-OVERRIDES
           DISPLAY "SALES WITH NO LIST PRICE: " WS-PRICE-UNLISTED
           DISPLAY "=================================="

           PERFORM WRITE-CONTROL-TOTAL

           CLOSE INVENTORY-MASTER
           CLOSE SALES-TRANS
           CLOSE ERROR-LOG
           CLOSE UPDATE-REPORT
           CLOSE REJECT-REPORT
           IF AUTH-CHECK-ON
               CLOSE APPROVER-AUTH-FILE
           END-IF
           IF TAX-CALC-ON
               CLOSE TAX-RATE-FILE
           END-IF
           CLOSE SALES-TAX-FILE
           IF LOT-TRACKING-ON
               CLOSE LOT-FILE
               CLOSE LOT-SALE-FILE
           END-IF
           IF KIT-BOM-ON
               CLOSE KIT-BOM-FILE
           END-IF
           CLOSE BACKORDER-FILE
           IF PRICE-CHECK-ON
               CLOSE PRICE-LIST-FILE
           END-IF
           PERFORM WRITE-PRICE-SUMMARY
           CLOSE PRICE-EXCEPTION-RPT
           PERFORM STAMP-RUN-COMPLETE.

       WRITE-PRICE-SUMMARY.
           MOVE SPACES TO PRICE-EXCEPTION-LINE
           WRITE PRICE-EXCEPTION-LINE
           PERFORM VARYING WS-PXL-IDX FROM 1 BY 1
                   UNTIL WS-PXL-IDX > WS-PXL-COUNT
               MOVE WS-PXL-LOCATION(WS-PXL-IDX) TO WS-PXS-LOCATION
               MOVE WS-PXL-EXCEPTIONS(WS-PXL-IDX) TO WS-PXS-EXCEPTIONS
               MOVE WS-PXL-PARKED(WS-PXL-IDX) TO WS-PXS-PARKED
               MOVE WS-PXL-VARIANCE(WS-PXL-IDX) TO WS-PXS-VARIANCE
               WRITE PRICE-EXCEPTION-LINE FROM WS-PX-SUMMARY-LINE
           END-PERFORM.

       WRITE-CONTROL-TOTAL.
           OPEN EXTEND CONTROL-TOTAL-FILE
           MOVE "INVENTORY-UPDATE" TO CTL-PROGRAM-ID
           MOVE ZERO TO CTL-CYCLE-SEQ
           MOVE SPACES TO CTL-PROCESSOR-ID
           MOVE WS-RUN-DATE TO CTL-BUSINESS-DATE
           MOVE WS-RUN-TIMESTAMP TO CTL-RUN-TIMESTAMP
           COMPUTE CTL-RECORD-COUNT =
