*> ==============================
*>  貸借対照表履歴レコード（BALHISTREC）
*>  BALANCE が作成した日（BH-GAME-DAY）ごとに1件持ち、
*>  同じ日に作り直したときは差し替える
*>  金額はすべてその日の評価額（Ｇ）
*> ==============================
01 BALANCE-HISTORY-RECORD.
    05 BH-GAME-DAY      PIC 9(4).
    05 BH-CASH          PIC 9(10).
    05 BH-DEPOSIT       PIC 9(10).
    05 BH-ORE           PIC 9(10).
    05 BH-INGOT         PIC 9(10).
    05 BH-GOODS         PIC 9(10).
    05 BH-RECEIVABLE    PIC 9(10).
    05 BH-MINE-RESERVE  PIC 9(10).
    05 BH-ASSET-TOTAL   PIC 9(10).
    05 BH-LOAN          PIC 9(10).
    05 BH-ORDER-DUE     PIC 9(10).
    05 BH-LIAB-TOTAL    PIC 9(10).
    05 BH-NET-WORTH     PIC S9(10) SIGN TRAILING SEPARATE.
