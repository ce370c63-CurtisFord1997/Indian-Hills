      *SHARED POP PRODUCT / PRICE WORK AREA FOR THE COBPOPPR MODULE.
      *SET PRC-FUNCTION, PRC-SEASON AND THE KEY, CALL 'COBPOPPR', AND
      *READ BACK:
      *  'P' - PRODUCT LOOKUP BY PRC-POP-TYPE (01-12). THE ROW USED IS
      *        THE LATEST ONE ON THE PRODUCT MASTER EFFECTIVE IN OR
      *        BEFORE PRC-SEASON, SO LAST SEASON'S PRICES COME BACK BY
      *        ASKING FOR LAST SEASON. PRC-FOUND IS Y WHEN THE TYPE IS
      *        IN THAT SEASON'S LINEUP; A DISCONTINUED TYPE COMES BACK
      *        N BUT STILL CARRIES ITS LAST DESCRIPTION AND PRICES;
      *  'D' - CAN DEPOSIT LOOKUP BY PRC-STATE, SAME SEASON RULE.
      *        PRC-CAN-DEPOSIT IS PER CAN (ZERO, PRC-FOUND N, WHEN THE
      *        STATE HAS NO DEPOSIT LAW), SO THE DEPOSIT ON AN ORDER
      *        IS CAN DEPOSIT TIMES PACK SIZE TIMES CASES.
      *PRC-MASTER-OK COMES BACK N WHEN POPPROD.DAT OR POPDEP.DAT
      *COULD NOT BE READ.
       01 POP-PRICE-AREA.
           05 PRC-FUNCTION         PIC X.
           05 PRC-SEASON           PIC 9(4).
           05 PRC-POP-TYPE         PIC 99.
           05 PRC-STATE            PIC XX.
           05 PRC-FOUND            PIC X.
           05 PRC-MASTER-OK        PIC X.
           05 PRC-DESC             PIC X(16).
           05 PRC-CASE-PRICE       PIC 99V99.
           05 PRC-BOTTLER-COST     PIC 99V99.
           05 PRC-PACK-SIZE        PIC 99.
           05 PRC-EFF-SEASON       PIC 9(4).
           05 PRC-CAN-DEPOSIT      PIC 9V99.
