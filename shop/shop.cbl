  01 LK-ITEM.
      05 LK-ITEM-STOCK OCCURS 7 PIC 9(3).
  COPY ITEMTABLE.
  COPY BATCHREQ.

  PROCEDURE DIVISION USING
      LK-MONEY
      LK-PLAYER-HP
      LK-ITEM
      LK-ITEM-TABLE
      LK-BATCH.

    *> バッチ：メニューを出さず、前詰めの番号と個数で1回だけ買う
    IF LK-BATCH-MODE = 1
      PERFORM BUY-ITEM
      GOBACK
    END-IF

    MOVE 0 TO SHOP-COMMAND
    PERFORM UNTIL SHOP-COMMAND = 9
      DISPLAY "------ ショップ ------"
      DISPLAY "所持金：" LK-MONEY
    BUY-ITEM.
      PERFORM SHOW-CATALOG

      IF LK-BATCH-MODE = 1
        MOVE LK-BATCH-METAL TO BUY-INDEX
      ELSE
        DISPLAY "購入するアイテム番号を入力してください（0で中止）"
        ACCEPT BUY-INDEX
      END-IF

      IF BUY-INDEX = 0
        DISPLAY "購入を中止しました"
        MOVE 1 TO LK-BATCH-RESULT
        EXIT PARAGRAPH
      END-IF

      IF BUY-INDEX < 1 OR BUY-INDEX > 7
        DISPLAY "無効な番号です"
        MOVE 2 TO LK-BATCH-RESULT
        EXIT PARAGRAPH
      END-IF

      IF LK-BATCH-MODE = 1
        IF LK-BATCH-QTY > 999
          DISPLAY "所持数の上限を超えます"
          MOVE 5 TO LK-BATCH-RESULT
          EXIT PARAGRAPH
        END-IF
        MOVE LK-BATCH-QTY TO BUY-QTY
      ELSE
        DISPLAY "購入する個数を入力してください（0で中止）"
        ACCEPT BUY-QTY
      END-IF

      IF BUY-QTY = 0
        DISPLAY "購入を中止しました"
        MOVE 1 TO LK-BATCH-RESULT
        EXIT PARAGRAPH
      END-IF

      IF LK-ITEM-STOCK(BUY-INDEX) + BUY-QTY > 999
        DISPLAY "所持数の上限を超えます"
        MOVE 5 TO LK-BATCH-RESULT
        EXIT PARAGRAPH
      END-IF


      IF BUY-TOTAL > LK-MONEY
        DISPLAY "所持金が不足しています"
        MOVE 3 TO LK-BATCH-RESULT
        EXIT PARAGRAPH
      END-IF

      ADD BUY-QTY TO LK-ITEM-STOCK(BUY-INDEX)

      DISPLAY FUNCTION TRIM(LK-ITEM-NAME(BUY-INDEX)) "を" BUY-QTY "個購入しました"
      DISPLAY "所持金：" LK-MONEY
      MOVE 0 TO LK-BATCH-RESULT.
