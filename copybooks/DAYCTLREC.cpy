*> ==============================
*>  日替わり管理レコード（DAYCTLREC）
*>  MAIN が締めた日（DC-GAME-DAY）ごとに1件持つ
*>  DC-CLOSE-STATUS：1＝処理中、2＝完了
*>  DC-STEP-STATUS は日替わりの手順順に
*>  0＝未実行、1＝開始（未完了）、2＝完了
*>  DC-RUN-COUNT は再開を含めた実行回数
*> ==============================
01 DAY-CONTROL-RECORD.
    05 DC-GAME-DAY      PIC 9(4).
    05 DC-CLOSE-STATUS  PIC 9.
    05 DC-RUN-COUNT     PIC 9(2).
    05 DC-STEP-STATUS   OCCURS 10 PIC 9.
