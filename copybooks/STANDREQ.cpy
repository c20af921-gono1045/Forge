*> ==============================
*>  定期指示の実行要求ブロック（STANDREQ）
*>  MAIN と STANDING が共有する
*>  SR-MODE：1＝定期指示の登録・停止・削除、
*>  2＝日替わりの実行開始（報告書を作り直して最初から評価）、
*>  3＝前回返した処理の結果（LK-BATCH-RESULT）を記録して
*>  次の指示から評価を続ける
*>  SR-ACTION は MAIN に実行させる処理：0＝終了、
*>  1＝SELL、2＝BANK、3＝SHOP（金属・番号と数量は LK-BATCH に
*>  前詰めで入れて返す）
*>  SR-INDEX は評価中の指示の台帳上の位置
*> ==============================
01 LK-STANDING-REQUEST.
    05 SR-MODE          PIC 9.
    05 SR-ACTION        PIC 9.
    05 SR-INDEX         PIC 99.
    05 SR-FIRED-COUNT   PIC 99.
    05 SR-SKIP-COUNT    PIC 99.
    05 SR-FAIL-COUNT    PIC 99.
