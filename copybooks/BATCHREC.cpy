*>  BC-COMMAND はメニュー番号、数量系コマンドは
*>  BC-METAL（金属グレード）と BC-QTY を前詰めで指定する
*>  コマンド8（セーブ）／9（ロード）は BC-METAL を
*>  スロット番号として使う。コマンド26（整合性検査）は
*>  BC-METAL＝1 で不良レコードを保留ファイルへ移す。
*>  コマンド28（資金繰り見込み）は BC-QTY が見込み日数。
*>  継続中の稼業を無人運転するスクリプトは
*>  先頭で9、末尾で8を書いておくこと
*> ==============================
01 BATCH-COMMAND-RECORD.
    05 BC-COMMAND  PIC X(2).
