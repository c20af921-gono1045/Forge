      PROGRAM BANK
      PROGRAM STAFF
      PROGRAM PROFITLOSS
      PROGRAM MINES
      PROGRAM PURCHASE
      PROGRAM MRP
      PROGRAM BALANCE
      PROGRAM INSURANCE
      PROGRAM INTEGRITY
      PROGRAM GUILDTAX
      PROGRAM CASHFLOW
      PROGRAM STANDING.

  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
      SELECT BATCH-REPORT-FILE ASSIGN TO "BATCHRPT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BATCH-RPT-STATUS.
      SELECT DAY-CONTROL-FILE ASSIGN TO "DAYCTL"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DAY-CTL-STATUS.

  DATA DIVISION.

  FD BATCH-REPORT-FILE.
  01 BATCH-REPORT-LINE PIC X(80).

  FD DAY-CONTROL-FILE.
  COPY DAYCTLREC.

  WORKING-STORAGE SECTION.
  01 ORE-STOCKS.
    05 ORE-STOCK OCCURS 3 PIC 9(5) VALUE 0.
  01 BANK-MODE      PIC 9 VALUE 0.
  01 STAFF-MODE     PIC 9 VALUE 0.
  01 MINE-MODE      PIC 9 VALUE 0.
  01 PURCHASE-MODE  PIC 9 VALUE 0.
  01 INSURE-MODE    PIC 9 VALUE 0.
  01 TAX-MODE       PIC 9 VALUE 0.
  COPY PLREQUEST.
  COPY STANDREQ.
  COPY BATCHREQ.
  COPY EQUIPSLOT.
  01 EQUIP-BONUS    PIC 9(3).

  *> ------ 無人バッチ運転 ------
  01 BATCH-CMD-STATUS  PIC XX.
  *> 定期指示の実行中に退避しておくバッチ要求ブロック
  01 SAVED-BATCH       PIC X(8).
  01 BATCH-RPT-STATUS  PIC XX.
  01 BATCH-CMD-EOF     PIC 9 VALUE 0.
  01 BATCH-OK-COUNT    PIC 9(4) VALUE 0.
  01 CKPT-ARMOR-DUR    PIC 9(3).
  01 CKPT-PLAYER-ITEM.
    05 CKPT-ITEM-STOCK OCCURS 7 PIC 9(3).
  01 CKPT-EQUIP-DUR    PIC 9(3).

  *> ------ 取引台帳 ------
  01 LEDGER-STATUS     PIC XX.
  01 DAY-ARMOR-UPGRADED   PIC 9 VALUE 0.
  01 CLOSED-GAME-DAY      PIC 9(4).

  *> ------ 日替わり処理の管理（手順ごとの開始・完了） ------
  01 DAY-CTL-STATUS       PIC XX.
  01 DAY-CTL-EOF          PIC 9 VALUE 0.
  01 DAY-CTL-COUNT        PIC 9(4) VALUE 0.
  01 DAY-CTL-IX           PIC 9(4) VALUE 0.
  01 DAY-CTL-I            PIC 9(4).
  01 DAY-CTL-J            PIC 99.
  01 DAY-CLOSE-OK         PIC 9 VALUE 0.
  01 DAY-STEP             PIC 99.
  01 DAY-STEP-COUNT       PIC 99 VALUE 10.
  01 DAY-STEP-DONE-COUNT  PIC 99.
  01 DAY-CTL-TABLE.
    05 DCT-ENTRY OCCURS 9999.
      10 DCT-GAME-DAY     PIC 9(4).
      10 DCT-CLOSE-STATUS PIC 9.
      10 DCT-RUN-COUNT    PIC 9(2).
      10 DCT-STEP-STATUS  OCCURS 10 PIC 9.
  01 DAY-STEP-RUN-FLAGS.
    05 DAY-STEP-RUN OCCURS 10 PIC 9.
  01 DAY-STEP-NAME-VALUES.
    05 FILLER PIC X(30) VALUE "価格更新".
    05 FILLER PIC X(30) VALUE "受注（納期・取立）".
    05 FILLER PIC X(30) VALUE "発注の入荷".
    05 FILLER PIC X(30) VALUE "銀行利息".
    05 FILLER PIC X(30) VALUE "職人の出来高・日給".
    05 FILLER PIC X(30) VALUE "鉱山の産出・維持費".
    05 FILLER PIC X(30) VALUE "保険料の支払".
    05 FILLER PIC X(30) VALUE "保険金の受取".
    05 FILLER PIC X(30) VALUE "ギルド税の申告".
    05 FILLER PIC X(30) VALUE "定期指示の実行".
  01 DAY-STEP-NAME-TABLE REDEFINES DAY-STEP-NAME-VALUES.
    05 DAY-STEP-NAME OCCURS 10 PIC X(30).
  *> 台帳に記帳する手順はその名前（価格更新は価格履歴で確かめる）
  01 DAY-STEP-LEDGER-VALUES.
    05 FILLER PIC X(14) VALUE SPACE.
    05 FILLER PIC X(14) VALUE "ORDERS".
    05 FILLER PIC X(14) VALUE "PURCHDAY".
    05 FILLER PIC X(14) VALUE "BANKDAY".
    05 FILLER PIC X(14) VALUE "STAFFDAY".
    05 FILLER PIC X(14) VALUE "MINEDAY".
    05 FILLER PIC X(14) VALUE "INSUREDAY".
    05 FILLER PIC X(14) VALUE "INSCLAIM".
    05 FILLER PIC X(14) VALUE "TAXDAY".
    05 FILLER PIC X(14) VALUE "STANDING".
  01 DAY-STEP-LEDGER-TABLE REDEFINES DAY-STEP-LEDGER-VALUES.
    05 DAY-STEP-LEDGER OCCURS 10 PIC X(14).

  *> ------ 中断した日替わりの再開（最後の記帳・価格履歴） ------
  01 LAST-LEDGER-FOUND    PIC 9 VALUE 0.
  01 LAST-LEDGER-EOF      PIC 9 VALUE 0.
  01 LAST-LEDGER-NAME     PIC X(14).
  01 LAST-LEDGER-DAY      PIC 9(4).
  01 LAST-LEDGER-AFTER.
    05 LLA-MONEY          PIC 9(6).
    05 LLA-ORE            OCCURS 3 PIC 9(5).
    05 LLA-INGOT          OCCURS 3 PIC 9(5).
    05 LLA-ITEM           OCCURS 7 PIC 9(3).
    05 LLA-GOODS          OCCURS 4 PIC 9(3).
    05 LLA-DEPOSIT        PIC 9(6).
    05 LLA-LOAN           PIC 9(6).
    05 LLA-WEAPON-LV      PIC 9.
    05 LLA-ARMOR-LV       PIC 9.
  01 LAST-PRICE-FOUND     PIC 9 VALUE 0.
  01 LAST-PRICE-DAY       PIC 9(4).
  01 LAST-PRICES.
    05 LAST-PRICE OCCURS 3 PIC 9(4).

  *> ------ 鍛冶レポート（武器・防具共通の強化コスト表） ------
  01 FORGE-MAX-LV          PIC 9 VALUE 9.
  COPY FORGECOST.
    *> ====================
    MAIN.
      DISPLAY "PROGRAM START"
      INITIALIZE LK-EQUIP
      PERFORM INITIALIZE-ITEM-TABLE
      PERFORM INITIALIZE-MONSTER-TABLE
      PERFORM INITIALIZE-METAL-TABLE
      PERFORM INITIALIZE-PRODUCT-TABLE
      PERFORM CHECK-PENDING-DAY-CLOSE

      *> バッチスクリプトがあれば無人運転、なければ対話運転
      OPEN INPUT BATCH-CMD-FILE
    *>  BATCHCMD を1行ずつ実行し、結果を BATCHRPT に書く
    *>  対象は生産系コマンド（1〜5）、状態表示（6・13）、
    *>  セーブ／ロード（8・9：BC-METALがスロット番号）、
    *>  期末整理（16）、資材所要量計画（23）、
    *>  貸借対照表（24：BC-QTYが比較DAY）、
    *>  台帳の整合性検査（26：BC-METAL＝1で不良レコードを保留へ。
    *>  日替わりの前に置けば壊れたレコードを処理させずに済む）、
    *>  ギルド税の随時申告（27：確認なしで前日までを申告・納付）、
    *>  資金繰り見込み（28：BC-QTYが見込み日数、0で14日）のみ。
    *>  継続中の稼業を回すスクリプトは
    *>  先頭で9、末尾で8を書くこと
    *> ==============================
    RUN-BATCH-MODE.
      IF COMMAND = "1" OR COMMAND = "2" OR COMMAND = "3"
         OR COMMAND = "4" OR COMMAND = "5"
         OR COMMAND = "6" OR COMMAND = "8" OR COMMAND = "9"
         OR COMMAND = "13" OR COMMAND = "16" OR COMMAND = "23"
         OR COMMAND = "24" OR COMMAND = "26" OR COMMAND = "27"
         OR COMMAND = "28"
        PERFORM EXECUTE-MENU
        PERFORM WRITE-BATCH-REPORT-LINE
      ELSE
        DISPLAY "19：職人管理"
        DISPLAY "20：損益計算書"
        DISPLAY "21：鉱山管理"
        DISPLAY "22：鉱石発注"
        DISPLAY "23：資材所要量計画"
        DISPLAY "24：貸借対照表"
        DISPLAY "25：保険"
        DISPLAY "26：台帳の整合性検査"
        DISPLAY "27：ギルド税"
        DISPLAY "28：資金繰り見込み"
        DISPLAY "29：定期指示"
        DISPLAY "0：終了".

    *> ==============================
                PLAYER-EXP
                PLAYER-LEVEL
                ADVENTURE-RESULT
                LK-EQUIP
          IF ADVENTURE-RESULT = 2
            PERFORM RESTORE-CHECKPOINT
            DISPLAY "直前のチェックポイントまで状態を復元しました"
          END-IF
          IF EQ-PROD-IX > 0 AND EQ-DUR = 0
            PERFORM DISCARD-BROKEN-SWORD
          END-IF
          IF ACTION-FLG = 1
            MOVE 1 TO DAY-PASS
          END-IF
                  WEAPON-DUR
                  ARMOR-DUR
                  LK-BATCH
                  LK-EQUIP
        WHEN "9"
          CALL "LOADGAME"
            USING MONEY
                  WEAPON-DUR
                  ARMOR-DUR
                  LK-BATCH
                  LK-EQUIP
          IF LK-BATCH-RESULT = 0
            PERFORM RESUME-DAY-CLOSE
          END-IF
        WHEN "10"
          CALL "SHOP"
            USING MONEY PLAYER-HP PLAYER-ITEM LK-ITEM-TABLE LK-BATCH
        WHEN "11"
          PERFORM SHOW-PRICE-TREND
        WHEN "12"
          USING MONEY INGOT-STOCKS GOODS-STOCKS INGOT-PRICES
                WEAPON-LV ARMOR-LV WEAPON-DUR ARMOR-DUR
                LK-PRODUCT-TABLE LK-METAL-TABLE
                FORGE-ACTION LK-EQUIP
          PERFORM WRITE-LEDGER-ENTRY
          IF FORGE-ACTION = 1
            MOVE 1 TO DAY-PASS
          PERFORM CAPTURE-LEDGER-BEFORE
          MOVE 1 TO BANK-MODE
          CALL "BANK"
          USING MONEY DEPOSIT-BAL LOAN-BAL BANK-MODE LK-BATCH
          PERFORM WRITE-LEDGER-ENTRY
        WHEN "19"
          MOVE "STAFF"         TO LDG-PROGRAM-NAME
                LK-METAL-TABLE STAFF-MODE
          PERFORM WRITE-LEDGER-ENTRY
        WHEN "20"
          MOVE 1 TO PL-MODE
          CALL "PROFITLOSS"
            USING GAME-DAY LK-METAL-TABLE LK-PL-REQUEST
        WHEN "21"
          MOVE "MINES"         TO LDG-PROGRAM-NAME
          PERFORM CAPTURE-LEDGER-BEFORE
          MOVE 1 TO MINE-MODE
          CALL "MINES"
          USING MONEY ORE-STOCKS LOAN-BAL
                LK-METAL-TABLE MINE-MODE GAME-DAY
          PERFORM WRITE-LEDGER-ENTRY
        WHEN "22"
          MOVE 1 TO PURCHASE-MODE
          CALL "PURCHASE"
          USING MONEY ORE-STOCKS GAME-DAY LOAN-BAL
                LK-METAL-TABLE PURCHASE-MODE
        WHEN "23"
          CALL "MRP"
            USING ORE-STOCKS INGOT-STOCKS GAME-DAY LK-METAL-TABLE
        WHEN "24"
          CALL "BALANCE"
            USING MONEY DEPOSIT-BAL LOAN-BAL ORE-STOCKS INGOT-STOCKS
                  GOODS-STOCKS INGOT-PRICES WEAPON-LV GAME-DAY
                  LK-PRODUCT-TABLE LK-METAL-TABLE LK-BATCH
        WHEN "25"
          MOVE 1 TO INSURE-MODE
          CALL "INSURANCE"
          USING MONEY LOAN-BAL GAME-DAY INSURE-MODE
        WHEN "26"
          CALL "INTEGRITY"
            USING GAME-DAY LK-MONSTER-TABLE LK-BATCH
        WHEN "27"
          MOVE "GUILDTAX"      TO LDG-PROGRAM-NAME
          PERFORM CAPTURE-LEDGER-BEFORE
          MOVE 1 TO TAX-MODE
          CALL "GUILDTAX"
          USING MONEY LOAN-BAL GAME-DAY LK-METAL-TABLE TAX-MODE LK-BATCH
          PERFORM WRITE-LEDGER-ENTRY
        WHEN "28"
          CALL "CASHFLOW"
            USING MONEY DEPOSIT-BAL LOAN-BAL INGOT-STOCKS GAME-DAY
                  LK-METAL-TABLE LK-BATCH
        WHEN "29"
          MOVE 1 TO SR-MODE
          CALL "STANDING"
            USING LK-STANDING-REQUEST MONEY DEPOSIT-BAL LOAN-BAL
                  INGOT-STOCKS INGOT-PRICES PLAYER-ITEM LK-ITEM-TABLE
                  LK-METAL-TABLE GAME-DAY LK-BATCH
        WHEN "0"
          DISPLAY "ゲーム終了"
        WHEN OTHER

      IF DAY-PASS = 1
        MOVE GAME-DAY TO CLOSED-GAME-DAY
        PERFORM BEGIN-DAY-CLOSE
        IF DAY-CLOSE-OK = 1
          PERFORM DAY-CLOSE-REPORT
          ADD 1 TO GAME-DAY
          PERFORM RUN-DAY-CLOSE-STEPS
        END-IF
        *> 締め済みの日は手順を動かさず、日付だけ各台帳に合わせる
        IF DAY-CLOSE-OK = 2
          COMPUTE GAME-DAY = CLOSED-GAME-DAY + 1
          PERFORM RESET-DAY-TOTALS
          DISPLAY "各台帳はDAY" GAME-DAY
            "まで進んでいるため、日付だけDAY" GAME-DAY "に進めました"
        END-IF
      END-IF.

    *> ==============================
    *>  日替わりの開始
    *>  管理ファイルに締める日の記録を作る。
    *>  完了済みの日は二重に締めず、日付だけ翌日に進める（DAY-CLOSE-OK = 2）
    *>  処理中のまま残っている日は完了済みの手順を飛ばして続ける
    *> ==============================
    BEGIN-DAY-CLOSE.
      MOVE 0 TO DAY-CLOSE-OK
      PERFORM LOAD-DAY-CONTROL
      PERFORM FIND-DAY-CONTROL

      IF DAY-CTL-IX > 0
        IF DCT-CLOSE-STATUS(DAY-CTL-IX) = 2
          DISPLAY "DAY" CLOSED-GAME-DAY
            "の日替わりは完了済みです。二重には締めません"
          MOVE 2 TO DAY-CLOSE-OK
          EXIT PARAGRAPH
        END-IF
        DISPLAY "DAY" CLOSED-GAME-DAY
          "の日替わりは途中で止まっています。残りの手順を実行します"
      ELSE
        IF DAY-CTL-COUNT >= 9999
          DISPLAY "日替わり管理ファイルが満杯です"
          EXIT PARAGRAPH
        END-IF
        ADD 1 TO DAY-CTL-COUNT
        MOVE DAY-CTL-COUNT   TO DAY-CTL-IX
        MOVE CLOSED-GAME-DAY TO DCT-GAME-DAY(DAY-CTL-IX)
        MOVE 0               TO DCT-RUN-COUNT(DAY-CTL-IX)
        PERFORM VARYING DAY-STEP FROM 1 UNTIL DAY-STEP > 10
          MOVE 0 TO DCT-STEP-STATUS(DAY-CTL-IX DAY-STEP)
        END-PERFORM
      END-IF

      MOVE 1 TO DCT-CLOSE-STATUS(DAY-CTL-IX)
      IF DCT-RUN-COUNT(DAY-CTL-IX) < 99
        ADD 1 TO DCT-RUN-COUNT(DAY-CTL-IX)
      END-IF
      PERFORM SAVE-DAY-CONTROL
      MOVE 1 TO DAY-CLOSE-OK.

    *> ==============================
    *>  日替わり手順の実行
    *>  手順ごとに開始・完了を管理ファイルに書き、
    *>  完了済みの手順は実行しない
    *> ==============================
    RUN-DAY-CLOSE-STEPS.
      PERFORM VARYING DAY-STEP FROM 1 UNTIL DAY-STEP > DAY-STEP-COUNT
        MOVE 0 TO DAY-STEP-RUN(DAY-STEP)
        IF DCT-STEP-STATUS(DAY-CTL-IX DAY-STEP) NOT = 2
          MOVE 1 TO DCT-STEP-STATUS(DAY-CTL-IX DAY-STEP)
          PERFORM SAVE-DAY-CONTROL
          PERFORM RUN-ONE-DAY-CLOSE-STEP
          MOVE 2 TO DCT-STEP-STATUS(DAY-CTL-IX DAY-STEP)
          MOVE 1 TO DAY-STEP-RUN(DAY-STEP)
          PERFORM SAVE-DAY-CONTROL
        END-IF
      END-PERFORM

      MOVE 2 TO DCT-CLOSE-STATUS(DAY-CTL-IX)
      PERFORM SAVE-DAY-CONTROL
      PERFORM SHOW-DAY-CLOSE-STEPS.

    RUN-ONE-DAY-CLOSE-STEP.
      EVALUATE DAY-STEP
        *> 価格は締めた日の集計で動かし、以降の手順は翌日の集計に積む
        WHEN 1
          PERFORM UPDATE-PRICE
          PERFORM RESET-DAY-TOTALS
        WHEN 2
          PERFORM DAY-CLOSE-ORDER-BOOK
        WHEN 3
          PERFORM DAY-CLOSE-PURCHASE
        WHEN 4
          PERFORM DAY-CLOSE-BANK
        WHEN 5
          PERFORM DAY-CLOSE-STAFF
        WHEN 6
          PERFORM DAY-CLOSE-MINES
        WHEN 7
          PERFORM DAY-CLOSE-PREMIUM
        WHEN 8
          PERFORM DAY-CLOSE-CLAIMS
        WHEN 9
          PERFORM DAY-CLOSE-TAX
        WHEN 10
          PERFORM DAY-CLOSE-STANDING
      END-EVALUATE.

    *> ==============================
    *>  日替わり手順の状況表示
    *> ==============================
    SHOW-DAY-CLOSE-STEPS.
      DISPLAY "------ 日替わり処理（DAY" CLOSED-GAME-DAY
        "→DAY" GAME-DAY "）実行" DCT-RUN-COUNT(DAY-CTL-IX)
        "回目 ------"
      PERFORM VARYING DAY-STEP FROM 1 UNTIL DAY-STEP > DAY-STEP-COUNT
        EVALUATE TRUE
          WHEN DAY-STEP-RUN(DAY-STEP) = 1
            DISPLAY DAY-STEP "：" FUNCTION TRIM(DAY-STEP-NAME(DAY-STEP))
              "　完了"
          WHEN DCT-STEP-STATUS(DAY-CTL-IX DAY-STEP) = 2
            DISPLAY DAY-STEP "：" FUNCTION TRIM(DAY-STEP-NAME(DAY-STEP))
              "　完了済み（前回の実行分）"
          WHEN OTHER
            DISPLAY DAY-STEP "：" FUNCTION TRIM(DAY-STEP-NAME(DAY-STEP))
              "　未完了"
        END-EVALUATE
      END-PERFORM.

    *> ==============================
    *>  起動時の確認
    *>  処理中のまま残っている日替わりがあれば知らせる
    *> ==============================
    CHECK-PENDING-DAY-CLOSE.
      PERFORM LOAD-DAY-CONTROL
      PERFORM VARYING DAY-CTL-I FROM 1 UNTIL DAY-CTL-I > DAY-CTL-COUNT
        IF DCT-CLOSE-STATUS(DAY-CTL-I) = 1
          DISPLAY "※DAY" DCT-GAME-DAY(DAY-CTL-I)
            "の日替わりが途中で止まっています"
          DISPLAY "　その日のセーブをロードすると続きから再開します"
        END-IF
      END-PERFORM.

    *> ==============================
    *>  ロード後の日替わり再開
    *>  ロードした日の日替わりが処理中なら、済んだ手順の結果を
    *>  台帳の最後の記帳と価格履歴から取り戻し、残りを実行する。
    *>  記帳まで済んで完了を書く前に止まった手順は完了とみなす
    *> ==============================
    RESUME-DAY-CLOSE.
      MOVE GAME-DAY TO CLOSED-GAME-DAY
      PERFORM LOAD-DAY-CONTROL
      PERFORM FIND-DAY-CONTROL
      IF DAY-CTL-IX = 0
        EXIT PARAGRAPH
      END-IF

      IF DCT-CLOSE-STATUS(DAY-CTL-IX) = 2
        DISPLAY "※DAY" CLOSED-GAME-DAY
          "は日替わり済みです。各台帳は先の日付に進んでいます"
        EXIT PARAGRAPH
      END-IF

      DISPLAY "DAY" CLOSED-GAME-DAY
        "の日替わりが途中で止まっています。再開します"
      PERFORM READ-LAST-LEDGER-ENTRY
      PERFORM READ-LAST-PRICE-HISTORY
      COMPUTE GAME-DAY = CLOSED-GAME-DAY + 1

      PERFORM VARYING DAY-STEP FROM 1 UNTIL DAY-STEP > DAY-STEP-COUNT
        IF DCT-STEP-STATUS(DAY-CTL-IX DAY-STEP) = 1
          IF DAY-STEP = 1
            IF LAST-PRICE-FOUND = 1 AND LAST-PRICE-DAY = GAME-DAY
              MOVE 2 TO DCT-STEP-STATUS(DAY-CTL-IX DAY-STEP)
            END-IF
          ELSE
            IF LAST-LEDGER-FOUND = 1 AND LAST-LEDGER-DAY = GAME-DAY
              AND LAST-LEDGER-NAME = DAY-STEP-LEDGER(DAY-STEP)
              MOVE 2 TO DCT-STEP-STATUS(DAY-CTL-IX DAY-STEP)
            END-IF
          END-IF
        END-IF
      END-PERFORM

      IF DCT-STEP-STATUS(DAY-CTL-IX 1) = 2
        AND LAST-PRICE-FOUND = 1 AND LAST-PRICE-DAY = GAME-DAY
        PERFORM VARYING I FROM 1 UNTIL I > 3
          MOVE LAST-PRICE(I) TO INGOT-PRICE(I)
        END-PERFORM
      END-IF

      *> 価格更新が済んでいれば、日次集計はもう翌日のもの
      IF DCT-STEP-STATUS(DAY-CTL-IX 1) = 2
        PERFORM RESET-DAY-TOTALS
      END-IF

      MOVE 0 TO DAY-STEP-DONE-COUNT
      PERFORM VARYING DAY-STEP FROM 2 UNTIL DAY-STEP > DAY-STEP-COUNT
        IF DCT-STEP-STATUS(DAY-CTL-IX DAY-STEP) = 2
          ADD 1 TO DAY-STEP-DONE-COUNT
        END-IF
      END-PERFORM
      IF DAY-STEP-DONE-COUNT > 0
        AND LAST-LEDGER-FOUND = 1 AND LAST-LEDGER-DAY = GAME-DAY
        PERFORM RESTORE-FROM-LAST-LEDGER
        DISPLAY "済んだ手順の残高を取引台帳から復元しました"
      END-IF

      MOVE 1 TO DCT-CLOSE-STATUS(DAY-CTL-IX)
      IF DCT-RUN-COUNT(DAY-CTL-IX) < 99
        ADD 1 TO DCT-RUN-COUNT(DAY-CTL-IX)
      END-IF
      PERFORM SAVE-DAY-CONTROL
      PERFORM RUN-DAY-CLOSE-STEPS.

    RESTORE-FROM-LAST-LEDGER.
      MOVE LLA-MONEY     TO MONEY
      MOVE LLA-WEAPON-LV TO WEAPON-LV
      MOVE LLA-ARMOR-LV  TO ARMOR-LV
      PERFORM VARYING I FROM 1 UNTIL I > 3
        MOVE LLA-ORE(I)   TO ORE-STOCK(I)
        MOVE LLA-INGOT(I) TO INGOT-STOCK(I)
      END-PERFORM
      PERFORM VARYING I FROM 1 UNTIL I > 7
        MOVE LLA-ITEM(I) TO ITEM-STOCK(I)
      END-PERFORM
      PERFORM VARYING I FROM 1 UNTIL I > 4
        MOVE LLA-GOODS(I) TO GOODS-STOCK(I)
      END-PERFORM
      MOVE LLA-DEPOSIT TO DEPOSIT-BAL
      MOVE LLA-LOAN    TO LOAN-BAL.

    *> ==============================
    *>  取引台帳の最後の記帳を控える
    *> ==============================
    READ-LAST-LEDGER-ENTRY.
      MOVE 0 TO LAST-LEDGER-FOUND
      OPEN INPUT TRANSACTION-LEDGER-FILE
      IF LEDGER-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF

      MOVE 0 TO LAST-LEDGER-EOF
      PERFORM UNTIL LAST-LEDGER-EOF = 1
        READ TRANSACTION-LEDGER-FILE
          AT END
            MOVE 1 TO LAST-LEDGER-EOF
          NOT AT END
            MOVE 1                TO LAST-LEDGER-FOUND
            MOVE LDG-PROGRAM-NAME TO LAST-LEDGER-NAME
            MOVE LDG-GAME-DAY     TO LAST-LEDGER-DAY
            MOVE LDG-MONEY-AFTER  TO LLA-MONEY
            PERFORM VARYING I FROM 1 UNTIL I > 3
              MOVE LDG-ORE-AFTER(I)   TO LLA-ORE(I)
              MOVE LDG-INGOT-AFTER(I) TO LLA-INGOT(I)
            END-PERFORM
            PERFORM VARYING I FROM 1 UNTIL I > 7
              MOVE LDG-ITEM-AFTER(I) TO LLA-ITEM(I)
            END-PERFORM
            PERFORM VARYING I FROM 1 UNTIL I > 4
              MOVE LDG-GOODS-AFTER(I) TO LLA-GOODS(I)
            END-PERFORM
            MOVE LDG-DEPOSIT-AFTER   TO LLA-DEPOSIT
            MOVE LDG-LOAN-AFTER      TO LLA-LOAN
            MOVE LDG-WEAPON-LV-AFTER TO LLA-WEAPON-LV
            MOVE LDG-ARMOR-LV-AFTER  TO LLA-ARMOR-LV
        END-READ
      END-PERFORM
      CLOSE TRANSACTION-LEDGER-FILE.

    *> ==============================
    *>  価格履歴の最後の記録を控える
    *> ==============================
    READ-LAST-PRICE-HISTORY.
      MOVE 0 TO LAST-PRICE-FOUND
      OPEN INPUT PRICE-HISTORY-FILE
      IF PRICE-HIST-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF

      MOVE 0 TO PRICE-HIST-EOF
      PERFORM UNTIL PRICE-HIST-EOF = 1
        READ PRICE-HISTORY-FILE
          AT END
            MOVE 1 TO PRICE-HIST-EOF
          NOT AT END
            MOVE 1           TO LAST-PRICE-FOUND
            MOVE PH-GAME-DAY TO LAST-PRICE-DAY
            PERFORM VARYING I FROM 1 UNTIL I > 3
              MOVE PH-INGOT-PRICE(I) TO LAST-PRICE(I)
            END-PERFORM
        END-READ
      END-PERFORM
      CLOSE PRICE-HISTORY-FILE.

    *> ==============================
    *>  日替わり管理ファイルの読み込み・検索・書き出し
    *> ==============================
    LOAD-DAY-CONTROL.
      MOVE 0 TO DAY-CTL-COUNT
      OPEN INPUT DAY-CONTROL-FILE
      IF DAY-CTL-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF

      MOVE 0 TO DAY-CTL-EOF
      PERFORM UNTIL DAY-CTL-EOF = 1
        READ DAY-CONTROL-FILE
          AT END
            MOVE 1 TO DAY-CTL-EOF
          NOT AT END
            IF DAY-CTL-COUNT < 9999
              ADD 1 TO DAY-CTL-COUNT
              MOVE DC-GAME-DAY     TO DCT-GAME-DAY(DAY-CTL-COUNT)
              MOVE DC-CLOSE-STATUS TO DCT-CLOSE-STATUS(DAY-CTL-COUNT)
              MOVE DC-RUN-COUNT    TO DCT-RUN-COUNT(DAY-CTL-COUNT)
              PERFORM VARYING DAY-CTL-J FROM 1 UNTIL DAY-CTL-J > 10
                MOVE DC-STEP-STATUS(DAY-CTL-J)
                  TO DCT-STEP-STATUS(DAY-CTL-COUNT DAY-CTL-J)
              END-PERFORM
            END-IF
        END-READ
      END-PERFORM
      CLOSE DAY-CONTROL-FILE.

    FIND-DAY-CONTROL.
      MOVE 0 TO DAY-CTL-IX
      PERFORM VARYING DAY-CTL-I FROM 1 UNTIL DAY-CTL-I > DAY-CTL-COUNT
        IF DCT-GAME-DAY(DAY-CTL-I) = CLOSED-GAME-DAY
          MOVE DAY-CTL-I TO DAY-CTL-IX
        END-IF
      END-PERFORM.

    SAVE-DAY-CONTROL.
      OPEN OUTPUT DAY-CONTROL-FILE
      PERFORM VARYING DAY-CTL-I FROM 1 UNTIL DAY-CTL-I > DAY-CTL-COUNT
        MOVE DCT-GAME-DAY(DAY-CTL-I)     TO DC-GAME-DAY
        MOVE DCT-CLOSE-STATUS(DAY-CTL-I) TO DC-CLOSE-STATUS
        MOVE DCT-RUN-COUNT(DAY-CTL-I)    TO DC-RUN-COUNT
        PERFORM VARYING DAY-CTL-J FROM 1 UNTIL DAY-CTL-J > 10
          MOVE DCT-STEP-STATUS(DAY-CTL-I DAY-CTL-J)
            TO DC-STEP-STATUS(DAY-CTL-J)
        END-PERFORM
        WRITE DAY-CONTROL-RECORD
      END-PERFORM
      CLOSE DAY-CONTROL-FILE.

    *> ==============================
    *>  日替わり時の受注処理
    *>  納期切れの違約金が動くので台帳にも記帳する
            LK-METAL-TABLE LK-MONSTER-TABLE ORDER-MODE
      PERFORM WRITE-LEDGER-ENTRY.

    *> ==============================
    *>  日替わり時の仕入処理
    *>  入荷した鉱石と代金の支払いが動くので台帳にも記帳する
    *> ==============================
    DAY-CLOSE-PURCHASE.
      MOVE "PURCHDAY"      TO LDG-PROGRAM-NAME
      PERFORM CAPTURE-LEDGER-BEFORE
      MOVE 2 TO PURCHASE-MODE
      CALL "PURCHASE"
      USING MONEY ORE-STOCKS GAME-DAY LOAN-BAL
            LK-METAL-TABLE PURCHASE-MODE
      PERFORM WRITE-LEDGER-ENTRY.

    *> ==============================
    *>  日替わり時の銀行処理
    *>  預金利息・借入利息が動くので台帳にも記帳する
      PERFORM CAPTURE-LEDGER-BEFORE
      MOVE 2 TO BANK-MODE
      CALL "BANK"
      USING MONEY DEPOSIT-BAL LOAN-BAL BANK-MODE LK-BATCH
      PERFORM WRITE-LEDGER-ENTRY.

    *> ==============================
      MOVE 2 TO MINE-MODE
      CALL "MINES"
      USING MONEY ORE-STOCKS LOAN-BAL
            LK-METAL-TABLE MINE-MODE GAME-DAY
      PERFORM WRITE-LEDGER-ENTRY.

    *> ==============================
    *>  日替わり時の保険料の支払
    *>  保険料（不足分は借入）が動くので台帳にも記帳する
    *> ==============================
    DAY-CLOSE-PREMIUM.
      MOVE "INSUREDAY"     TO LDG-PROGRAM-NAME
      PERFORM CAPTURE-LEDGER-BEFORE
      MOVE 2 TO INSURE-MODE
      CALL "INSURANCE"
      USING MONEY LOAN-BAL GAME-DAY INSURE-MODE
      PERFORM WRITE-LEDGER-ENTRY.

    *> ==============================
    *>  日替わり時の保険金の受取
    *>  その日までの事故（出水・全滅・違約金）を請求する。
    *>  受け取った保険金は台帳監査で損害記録と突き合わせる
    *> ==============================
    DAY-CLOSE-CLAIMS.
      MOVE "INSCLAIM"      TO LDG-PROGRAM-NAME
      PERFORM CAPTURE-LEDGER-BEFORE
      MOVE 3 TO INSURE-MODE
      CALL "INSURANCE"
      USING MONEY LOAN-BAL GAME-DAY INSURE-MODE
      PERFORM WRITE-LEDGER-ENTRY.

    *> ==============================
    *>  日替わり時のギルド税の申告
    *>  締めた日が申告周期の区切りなら、前回申告の翌日から
    *>  締めた日までの純損益に課税して納付する（不足分は借入）。
    *>  納付額は台帳監査で申告履歴と突き合わせる
    *> ==============================
    DAY-CLOSE-TAX.
      MOVE "TAXDAY"        TO LDG-PROGRAM-NAME
      PERFORM CAPTURE-LEDGER-BEFORE
      MOVE 2 TO TAX-MODE
      CALL "GUILDTAX"
      USING MONEY LOAN-BAL GAME-DAY LK-METAL-TABLE TAX-MODE LK-BATCH
      PERFORM WRITE-LEDGER-ENTRY.

    *> ==============================
    *>  日替わり時の定期指示の実行
    *>  価格と残高が更新されたあとで、STANDING が評価して返す
    *>  処理を SELL／BANK／SHOP にバッチ要求で実行させ、1件ずつ
    *>  台帳に記帳する。最後に手順の区切り（STANDING）を記帳する。
    *>  途中で止まっても再開時は取り戻した残高で評価し直すので、
    *>  実行済みの指示は条件を満たさず二重には動かない
    *> ==============================
    DAY-CLOSE-STANDING.
      MOVE LK-BATCH TO SAVED-BATCH
      MOVE 1 TO LK-BATCH-MODE
      MOVE 2 TO SR-MODE
      PERFORM CALL-STANDING
      MOVE 3 TO SR-MODE
      PERFORM UNTIL SR-ACTION = 0
        PERFORM RUN-STANDING-ACTION
        PERFORM CALL-STANDING
      END-PERFORM

      MOVE "STANDING"      TO LDG-PROGRAM-NAME
      PERFORM CAPTURE-LEDGER-BEFORE
      PERFORM WRITE-LEDGER-ENTRY
      MOVE SAVED-BATCH TO LK-BATCH.

    CALL-STANDING.
      CALL "STANDING"
        USING LK-STANDING-REQUEST MONEY DEPOSIT-BAL LOAN-BAL
              INGOT-STOCKS INGOT-PRICES PLAYER-ITEM LK-ITEM-TABLE
              LK-METAL-TABLE GAME-DAY LK-BATCH.

    RUN-STANDING-ACTION.
      EVALUATE SR-ACTION
        WHEN 1
          MOVE "STANDING-SELL" TO LDG-PROGRAM-NAME
          PERFORM CAPTURE-LEDGER-BEFORE
          CALL "SELL"
          USING MONEY INGOT-STOCKS INGOT-PRICES LK-METAL-TABLE
                LK-BATCH
          PERFORM WRITE-LEDGER-ENTRY
          PERFORM VARYING I FROM 1 UNTIL I > 3
            COMPUTE DAY-INGOT-SOLD(I) =
                DAY-INGOT-SOLD(I) +
                (LDG-INGOT-BEFORE(I) - INGOT-STOCK(I))
          END-PERFORM
        WHEN 2
          MOVE "STANDING-BANK" TO LDG-PROGRAM-NAME
          PERFORM CAPTURE-LEDGER-BEFORE
          MOVE 1 TO BANK-MODE
          CALL "BANK"
          USING MONEY DEPOSIT-BAL LOAN-BAL BANK-MODE LK-BATCH
          PERFORM WRITE-LEDGER-ENTRY
        WHEN 3
          MOVE "STANDING-SHOP" TO LDG-PROGRAM-NAME
          PERFORM CAPTURE-LEDGER-BEFORE
          CALL "SHOP"
          USING MONEY PLAYER-HP PLAYER-ITEM LK-ITEM-TABLE LK-BATCH
          PERFORM WRITE-LEDGER-ENTRY
        WHEN OTHER
          MOVE 2 TO LK-BATCH-RESULT
      END-EVALUATE.

    *> ==============================
    *>  ステータス確認
    *> ==============================
      DISPLAY "DEF：" PLAYER-DEF
      DISPLAY "武器Lv：" WEAPON-LV "（耐久：" WEAPON-DUR "／100）"
      DISPLAY "防具Lv：" ARMOR-LV "（耐久：" ARMOR-DUR "／100）"
      IF EQ-PROD-IX > 0
        COMPUTE EQUIP-BONUS = EQ-METAL * 4 * EQ-DUR / 100
        DISPLAY "装備：" FUNCTION TRIM(PD-NAME(EQ-PROD-IX))
          "（耐久：" EQ-DUR "／100 攻撃＋" EQUIP-BONUS "）"
      ELSE
        DISPLAY "装備：なし"
      END-IF
      IF WEAPON-DUR < 30 AND WEAPON-LV > 0
        DISPLAY "※武器の傷みが激しい。修理をおすすめします"
      END-IF
    *> ==============================
    *>  製品マスタの初期化
    *>  レシピの金属グレード：1＝銅、2＝鉄、3＝ミスリル
    *>  剣（短剣・鉄剣・ミスリル剣）は冒険に装備できる
    *> ==============================
    INITIALIZE-PRODUCT-TABLE.
      MOVE "短剣"             TO PD-NAME(1)
      MOVE 1                   TO PD-METAL(1)
      MOVE 3                   TO PD-INGOT-COST(1)
      MOVE 1                   TO PD-EQUIP(1)

      MOVE "農具"             TO PD-NAME(2)
      MOVE 2                   TO PD-METAL(2)
      MOVE 2                   TO PD-INGOT-COST(2)
      MOVE 0                   TO PD-EQUIP(2)

      MOVE "鉄剣"             TO PD-NAME(3)
      MOVE 2                   TO PD-METAL(3)
      MOVE 5                   TO PD-INGOT-COST(3)
      MOVE 1                   TO PD-EQUIP(3)

      MOVE "ミスリル剣"       TO PD-NAME(4)
      MOVE 3                   TO PD-METAL(4)
      MOVE 4                   TO PD-INGOT-COST(4)
      MOVE 1                   TO PD-EQUIP(4).

    *> ==============================
    *>  モンスターマスタの初期化
      MOVE ARMOR-LV    TO CKPT-ARMOR-LV
      MOVE WEAPON-DUR  TO CKPT-WEAPON-DUR
      MOVE ARMOR-DUR   TO CKPT-ARMOR-DUR
      MOVE EQ-DUR      TO CKPT-EQUIP-DUR

      PERFORM VARYING I FROM 1 UNTIL I > 3
        MOVE ORE-STOCK(I)   TO CKPT-ORE-STOCK(I)
      MOVE CKPT-ARMOR-LV    TO ARMOR-LV
      MOVE CKPT-WEAPON-DUR  TO WEAPON-DUR
      MOVE CKPT-ARMOR-DUR   TO ARMOR-DUR
      MOVE CKPT-EQUIP-DUR   TO EQ-DUR
      COMPUTE PLAYER-HP = PLAYER-MAX-HP / 2

      PERFORM VARYING I FROM 1 UNTIL I > 3
        MOVE CKPT-ITEM-STOCK(I) TO ITEM-STOCK(I)
      END-PERFORM.

    *> ==============================
    *>  折れた剣の払い出し
    *>  冒険で耐久が尽きた装備の剣を完成品在庫から
    *>  1本落とし、装備枠を空ける。在庫が動くので台帳にも記帳する
    *> ==============================
    DISCARD-BROKEN-SWORD.
      MOVE "EQUIP"         TO LDG-PROGRAM-NAME
      PERFORM CAPTURE-LEDGER-BEFORE
      IF GOODS-STOCK(EQ-PROD-IX) > 0
        SUBTRACT 1 FROM GOODS-STOCK(EQ-PROD-IX)
      END-IF
      DISPLAY FUNCTION TRIM(PD-NAME(EQ-PROD-IX))
        "は折れて使えなくなりました（在庫："
        GOODS-STOCK(EQ-PROD-IX) "）"
      MOVE 0 TO EQ-PROD-IX
      MOVE 0 TO EQ-METAL
      MOVE 0 TO EQ-DUR
      PERFORM WRITE-LEDGER-ENTRY.

    *> ==============================
    *>  日次決算レポート
    *>  DAY-PASSが立った日の活動内容をまとめて表示する
