  01 LK-DEPOSIT-BAL  PIC 9(6).
  01 LK-LOAN-BAL     PIC 9(6).
  01 LK-BANK-MODE    PIC 9.
  COPY BATCHREQ.

  PROCEDURE DIVISION USING
      LK-MONEY
      LK-DEPOSIT-BAL
      LK-LOAN-BAL
      LK-BANK-MODE
      LK-BATCH.

    IF LK-BANK-MODE = 2
      PERFORM DAY-CLOSE-BANK
      GOBACK
    END-IF

    *> バッチ：LK-BATCH-METAL をメニュー番号、LK-BATCH-QTY を
    *> 金額として1回だけ取引する
    IF LK-BATCH-MODE = 1
      EVALUATE LK-BATCH-METAL
        WHEN 1
          PERFORM DEPOSIT-MONEY
        WHEN 2
          PERFORM WITHDRAW-MONEY
        WHEN 3
          PERFORM BORROW-MONEY
        WHEN 4
          PERFORM REPAY-LOAN
        WHEN OTHER
          DISPLAY "無効なコマンドです"
          MOVE 2 TO LK-BATCH-RESULT
      END-EVALUATE
      GOBACK
    END-IF

    MOVE 0 TO BANK-COMMAND
    PERFORM UNTIL BANK-COMMAND = 9
      DISPLAY "------ 銀行 ------"
    *> ==============================
    DEPOSIT-MONEY.
      DISPLAY "預け入れる金額を入力してください（0で中止）"
      PERFORM ACCEPT-MOVE-AMOUNT

      IF MOVE-AMOUNT = 0
        DISPLAY "預け入れを中止しました"
        MOVE 1 TO LK-BATCH-RESULT
        EXIT PARAGRAPH
      END-IF

      IF MOVE-AMOUNT > LK-MONEY
        DISPLAY "所持金が不足しています"
        MOVE 3 TO LK-BATCH-RESULT
        EXIT PARAGRAPH
      END-IF

      IF LK-DEPOSIT-BAL + MOVE-AMOUNT > BALANCE-MAX
        DISPLAY "預金の上限を超えます"
        MOVE 5 TO LK-BATCH-RESULT
        EXIT PARAGRAPH
      END-IF

      ADD MOVE-AMOUNT TO LK-DEPOSIT-BAL

      DISPLAY MOVE-AMOUNT "Ｇを預け入れました"
      DISPLAY "所持金：" LK-MONEY " 預金：" LK-DEPOSIT-BAL
      MOVE 0 TO LK-BATCH-RESULT.

    *> ==============================
    *>  引き出し
    *> ==============================
    WITHDRAW-MONEY.
      DISPLAY "引き出す金額を入力してください（0で中止）"
      PERFORM ACCEPT-MOVE-AMOUNT

      IF MOVE-AMOUNT = 0
        DISPLAY "引き出しを中止しました"
        MOVE 1 TO LK-BATCH-RESULT
        EXIT PARAGRAPH
      END-IF

      IF MOVE-AMOUNT > LK-DEPOSIT-BAL
        DISPLAY "預金が不足しています"
        MOVE 3 TO LK-BATCH-RESULT
        EXIT PARAGRAPH
      END-IF

      IF LK-MONEY + MOVE-AMOUNT > BALANCE-MAX
        DISPLAY "所持金の上限を超えます"
        MOVE 5 TO LK-BATCH-RESULT
        EXIT PARAGRAPH
      END-IF

      ADD MOVE-AMOUNT TO LK-MONEY

      DISPLAY MOVE-AMOUNT "Ｇを引き出しました"
      DISPLAY "所持金：" LK-MONEY " 預金：" LK-DEPOSIT-BAL
      MOVE 0 TO LK-BATCH-RESULT.

    *> ==============================
    *>  借り入れ
    BORROW-MONEY.
      DISPLAY "借り入れる金額を入力してください（0で中止）"
      DISPLAY "（借入残高の上限：" BORROW-LIMIT "）"
      PERFORM ACCEPT-MOVE-AMOUNT

      IF MOVE-AMOUNT = 0
        DISPLAY "借り入れを中止しました"
        MOVE 1 TO LK-BATCH-RESULT
        EXIT PARAGRAPH
      END-IF

      IF LK-LOAN-BAL + MOVE-AMOUNT > BORROW-LIMIT
        DISPLAY "借入の上限を超えます"
        MOVE 5 TO LK-BATCH-RESULT
        EXIT PARAGRAPH
      END-IF

      IF LK-MONEY + MOVE-AMOUNT > BALANCE-MAX
        DISPLAY "所持金の上限を超えます"
        MOVE 5 TO LK-BATCH-RESULT
        EXIT PARAGRAPH
      END-IF

      ADD MOVE-AMOUNT TO LK-MONEY

      DISPLAY MOVE-AMOUNT "Ｇを借り入れました"
      DISPLAY "所持金：" LK-MONEY " 借入：" LK-LOAN-BAL
      MOVE 0 TO LK-BATCH-RESULT.

    *> ==============================
    *>  返済
    REPAY-LOAN.
      IF LK-LOAN-BAL = 0
        DISPLAY "借入はありません"
        MOVE 1 TO LK-BATCH-RESULT
        EXIT PARAGRAPH
      END-IF

      DISPLAY "返済する金額を入力してください（0で中止）"
      PERFORM ACCEPT-MOVE-AMOUNT

      IF MOVE-AMOUNT = 0
        DISPLAY "返済を中止しました"
        MOVE 1 TO LK-BATCH-RESULT
        EXIT PARAGRAPH
      END-IF

      IF MOVE-AMOUNT > LK-MONEY
        DISPLAY "所持金が不足しています"
        MOVE 3 TO LK-BATCH-RESULT
        EXIT PARAGRAPH
      END-IF

      SUBTRACT MOVE-AMOUNT FROM LK-LOAN-BAL

      DISPLAY MOVE-AMOUNT "Ｇを返済しました"
      DISPLAY "所持金：" LK-MONEY " 借入：" LK-LOAN-BAL
      MOVE 0 TO LK-BATCH-RESULT.

    *> ==============================
    *>  取引金額の入力（バッチは前詰めの数量）
    *> ==============================
    ACCEPT-MOVE-AMOUNT.
      IF LK-BATCH-MODE = 1
        MOVE LK-BATCH-QTY TO MOVE-AMOUNT
      ELSE
        ACCEPT MOVE-AMOUNT
      END-IF.

    *> ==============================
    *>  日替わり処理（MAINの日付更新後に呼ばれる）
