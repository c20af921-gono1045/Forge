*>  ACCEPT せず前詰めの値で動き、結果コードを返す
*>  結果コード：0＝正常終了、1＝中止、2＝無効な入力、
*>  3＝所持金不足、4＝資材不足、5＝上限到達
*>  日替わりの定期指示は SELL／BANK／SHOP をこのブロックで
*>  動かす（BANK は LK-BATCH-METAL が取引の番号、
*>  SHOP はアイテム番号）
*> ==============================
01 LK-BATCH.
    05 LK-BATCH-MODE   PIC 9.
