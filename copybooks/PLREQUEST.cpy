*> ==============================
*>  損益計算の要求ブロック（PLREQUEST）
*>  MAIN と GUILDTAX が PROFITLOSS に渡す
*>  PL-MODE：1＝開始・終了DAYを尋ねて損益計算書を書く、
*>  2＝PL-FROM-DAY〜PL-TO-DAY の集計結果だけ返す
*>  （ギルド税の課税所得は同じ区分で集計する）
*>  PL-TOTALS は呼ばれるたびに0から集計し直す
*>  NET-PROFIT はギルド税を引く前の期間純損益、
*>  CST-TAX（納めたギルド税）は費用合計に含めない
*> ==============================
01 LK-PL-REQUEST.
    05 PL-MODE            PIC 9.
    05 PL-FROM-DAY        PIC 9(4).
    05 PL-TO-DAY          PIC 9(4).
    05 PL-TOTALS.
      10 REV-INGOT-SALES    PIC 9(8).
      10 REV-GOODS-SALES    PIC 9(8).
      10 REV-ORDER-SALES    PIC 9(8).
      10 REV-ADVENTURE      PIC 9(8).
      10 REV-INTEREST       PIC 9(8).
      10 REV-INSURANCE      PIC 9(8).
      10 REV-TOTAL          PIC 9(8).
      10 CST-ORE-PURCHASE   PIC 9(8).
      10 CST-UPGRADE-MAT    PIC 9(8).
      10 CST-PENALTY        PIC 9(8).
      10 CST-WAGES          PIC 9(8).
      10 CST-STAFF-OTHER    PIC 9(8).
      10 CST-INTEREST       PIC 9(8).
      10 CST-MINES          PIC 9(8).
      10 CST-INSURANCE      PIC 9(8).
      10 CST-OTHER          PIC 9(8).
      10 CST-TOTAL          PIC 9(8).
      10 NET-PROFIT         PIC S9(9).
      10 CST-TAX            PIC 9(8).
      10 AFTER-TAX-PROFIT   PIC S9(9).
