  IDENTIFICATION DIVISION.
  PROGRAM-ID. STANDING.

  ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
      SELECT STANDING-FILE ASSIGN TO "STANDBOOK"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STANDING-FILE-STATUS.
      SELECT STANDING-REPORT-FILE ASSIGN TO "STANDRPT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STANDING-REPORT-STATUS.

  DATA DIVISION.

  FILE SECTION.
  FD STANDING-FILE.
  COPY STANDREC.

  FD STANDING-REPORT-FILE.
  01 STANDING-REPORT-LINE PIC X(160).

  WORKING-STORAGE SECTION.
  01 STANDING-FILE-STATUS   PIC XX.
  01 STANDING-REPORT-STATUS PIC XX.
  01 STANDING-FILE-EOF      PIC 9.
  01 STAND-COMMAND          PIC 9 VALUE 0.
  01 I                      PIC 99.
  01 J                      PIC 99.
  01 T                      PIC 9.
  01 PICK-ID                PIC 9(3).
  01 PICK-IX                PIC 99.

  *> ------ 指示の種類 ------
  01 STAND-KIND-NAME-VALUES.
    05 FILLER PIC X(24) VALUE "インゴット売却".
    05 FILLER PIC X(24) VALUE "預け入れ".
    05 FILLER PIC X(24) VALUE "借入返済".
    05 FILLER PIC X(24) VALUE "アイテム補充".
  01 STAND-KIND-NAME-TABLE REDEFINES STAND-KIND-NAME-VALUES.
    05 STAND-KIND-NAME OCCURS 4 PIC X(24).

  *> ------ 定期指示台帳 ------
  01 STAND-MAX              PIC 99 VALUE 20.
  01 STAND-COUNT            PIC 99 VALUE 0.
  01 STAND-TABLE.
    05 STD-ENTRY OCCURS 20.
      10 STD-ID             PIC 9(3).
      10 STD-KIND           PIC 9.
      10 STD-TARGET         PIC 9.
      10 STD-LIMIT          PIC 9(6).
      10 STD-KEEP           PIC 9(5).
      10 STD-STATUS         PIC 9.
      10 STD-LAST-DAY       PIC 9(4).
  01 NEXT-STAND-ID          PIC 9(3).
  01 NEW-KIND               PIC 9.
  01 NEW-TARGET             PIC 9.
  01 NEW-LIMIT              PIC 9(6).
  01 NEW-KEEP               PIC 9(5).
  01 STATUS-LABEL           PIC X(18).

  *> ------ 日替わりの評価 ------
  *>  1回の処理量は LK-BATCH-QTY に収まる99999まで
  01 ACTION-QTY             PIC 9(6).
  01 ACTION-QTY-MAX         PIC 9(5) VALUE 99999.
  01 HEADROOM               PIC 9(7).
  01 TOPUP-LEVEL            PIC 9(5).
  01 MONEY-MAX              PIC 9(6) VALUE 999999.
  01 BALANCE-MAX            PIC 9(6) VALUE 999999.
  01 ITEM-STOCK-MAX         PIC 9(3) VALUE 999.
  01 SKIP-FLG               PIC 9.
  01 COND-TEXT              PIC X(80).
  01 RESULT-TEXT            PIC X(80).

  LINKAGE SECTION.
  COPY STANDREQ.
  01 LK-MONEY        PIC 9(6).
  01 LK-DEPOSIT-BAL  PIC 9(6).
  01 LK-LOAN-BAL     PIC 9(6).
  01 LK-INGOT.
      05 LK-INGOT-STOCK OCCURS 3 PIC 9(5).
  01 LK-PRICES.
      05 LK-INGOT-PRICE OCCURS 3 PIC 9(4).
  01 LK-ITEM.
      05 LK-ITEM-STOCK OCCURS 7 PIC 9(3).
  COPY ITEMTABLE.
  COPY METALTABLE.
  01 LK-GAME-DAY     PIC 9(4).
  COPY BATCHREQ.

  PROCEDURE DIVISION USING
      LK-STANDING-REQUEST
      LK-MONEY
      LK-DEPOSIT-BAL
      LK-LOAN-BAL
      LK-INGOT
      LK-PRICES
      LK-ITEM
      LK-ITEM-TABLE
      LK-METAL-TABLE
      LK-GAME-DAY
      LK-BATCH.

    PERFORM LOAD-STANDING-FILE

    *> 日替わり：2＝実行開始、3＝前回の処理結果を記録して続ける
    IF SR-MODE = 2 OR SR-MODE = 3
      PERFORM DAY-CLOSE-STANDING
      GOBACK
    END-IF

    MOVE 0 TO STAND-COMMAND
    PERFORM UNTIL STAND-COMMAND = 9
      DISPLAY "------ 定期指示 ------"
      DISPLAY "所持金：" LK-MONEY
        " 預金：" LK-DEPOSIT-BAL
        " 借入：" LK-LOAN-BAL
      DISPLAY "（有効な指示は日替わりのたびに上から順に評価します）"
      DISPLAY "1：指示一覧"
      DISPLAY "2：指示を登録する"
      DISPLAY "3：停止・再開する"
      DISPLAY "4：削除する"
      DISPLAY "9：戻る"
      ACCEPT STAND-COMMAND

      EVALUATE STAND-COMMAND
        WHEN 1
          PERFORM SHOW-STANDING-LIST
        WHEN 2
          PERFORM ADD-STANDING
        WHEN 3
          PERFORM TOGGLE-STANDING
        WHEN 4
          PERFORM DELETE-STANDING
        WHEN 9
          CONTINUE
        WHEN OTHER
          DISPLAY "無効なコマンドです"
      END-EVALUATE
    END-PERFORM

    PERFORM SAVE-STANDING-FILE

    GOBACK.

    *> ==============================
    *>  定期指示台帳の読み込み・書き戻し
    *> ==============================
    LOAD-STANDING-FILE.
      MOVE 0 TO STAND-COUNT

      OPEN INPUT STANDING-FILE
      IF STANDING-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF

      MOVE 0 TO STANDING-FILE-EOF
      PERFORM UNTIL STANDING-FILE-EOF = 1
        READ STANDING-FILE
          AT END
            MOVE 1 TO STANDING-FILE-EOF
          NOT AT END
            IF STAND-COUNT < STAND-MAX
              ADD 1 TO STAND-COUNT
              MOVE STANDING-RECORD TO STD-ENTRY(STAND-COUNT)
            END-IF
        END-READ
      END-PERFORM
      CLOSE STANDING-FILE.

    SAVE-STANDING-FILE.
      OPEN OUTPUT STANDING-FILE
      PERFORM VARYING I FROM 1 UNTIL I > STAND-COUNT
        MOVE STD-ENTRY(I) TO STANDING-RECORD
        WRITE STANDING-RECORD
      END-PERFORM
      CLOSE STANDING-FILE.

    *> ==============================
    *>  指示No.からテーブル位置を探す
    *> ==============================
    FIND-STANDING-BY-ID.
      MOVE 0 TO PICK-IX
      PERFORM VARYING I FROM 1 UNTIL I > STAND-COUNT
        IF STD-ID(I) = PICK-ID
          MOVE I TO PICK-IX
        END-IF
      END-PERFORM.

    *> ==============================
    *>  指示の条件を文にする（一覧と実行報告で共用）
    *> ==============================
    BUILD-COND-TEXT.
      MOVE SPACE TO COND-TEXT
      MOVE STD-TARGET(I) TO T
      EVALUATE STD-KIND(I)
        WHEN 1
          IF T >= 1 AND T <= 3
            STRING FUNCTION TRIM(MT-NAME(T))
                   "の価格が" STD-LIMIT(I) "を超えたら売却（残す数"
                   STD-KEEP(I) "）"
              DELIMITED BY SIZE INTO COND-TEXT
          END-IF
        WHEN 2
          STRING "所持金のうち" STD-LIMIT(I) "Ｇを超える分を預け入れ"
            DELIMITED BY SIZE INTO COND-TEXT
        WHEN 3
          STRING "所持金のうち" STD-LIMIT(I) "Ｇを超える分で返済"
            DELIMITED BY SIZE INTO COND-TEXT
        WHEN 4
          IF T >= 1 AND T <= 7
            STRING FUNCTION TRIM(LK-ITEM-NAME(T))
                   "が" STD-LIMIT(I) "個を下回ったら"
                   STD-KEEP(I) "個まで購入"
              DELIMITED BY SIZE INTO COND-TEXT
          END-IF
      END-EVALUATE.

    *> ==============================
    *>  指示一覧
    *> ==============================
    SHOW-STANDING-LIST.
      DISPLAY "------ 定期指示一覧 ------"
      IF STAND-COUNT = 0
        DISPLAY "定期指示は登録されていません"
        EXIT PARAGRAPH
      END-IF
      PERFORM VARYING I FROM 1 UNTIL I > STAND-COUNT
        IF STD-STATUS(I) = 1
          MOVE "有効"   TO STATUS-LABEL
        ELSE
          MOVE "停止中" TO STATUS-LABEL
        END-IF
        PERFORM BUILD-COND-TEXT
        DISPLAY "No." STD-ID(I) "："
          FUNCTION TRIM(STAND-KIND-NAME(STD-KIND(I)))
          " " FUNCTION TRIM(STATUS-LABEL)
          " 最終実行：DAY" STD-LAST-DAY(I)
        DISPLAY "    " FUNCTION TRIM(COND-TEXT)
      END-PERFORM.

    *> ==============================
    *>  指示の登録
    *>  登録した日の日替わりから評価する
    *> ==============================
    ADD-STANDING.
      IF STAND-COUNT >= STAND-MAX
        DISPLAY "これ以上は登録できません"
        EXIT PARAGRAPH
      END-IF

      DISPLAY "------ 指示の種類 ------"
      PERFORM VARYING T FROM 1 UNTIL T > 4
        DISPLAY T "：" FUNCTION TRIM(STAND-KIND-NAME(T))
      END-PERFORM
      DISPLAY "登録する指示の番号を入力してください（0で中止）"
      ACCEPT NEW-KIND

      IF NEW-KIND = 0
        DISPLAY "登録を中止しました"
        EXIT PARAGRAPH
      END-IF

      IF NEW-KIND < 1 OR NEW-KIND > 4
        DISPLAY "無効な番号です"
        EXIT PARAGRAPH
      END-IF

      MOVE 0 TO NEW-TARGET
      MOVE 0 TO NEW-LIMIT
      MOVE 0 TO NEW-KEEP

      EVALUATE NEW-KIND
        WHEN 1
          PERFORM VARYING T FROM 1 UNTIL T > 3
            DISPLAY T "：" FUNCTION TRIM(MT-NAME(T))
              " 現在価格：" LK-INGOT-PRICE(T)
          END-PERFORM
          DISPLAY "売却する金属の番号を入力してください（0で中止）"
          ACCEPT NEW-TARGET
          IF NEW-TARGET = 0
            DISPLAY "登録を中止しました"
            EXIT PARAGRAPH
          END-IF
          IF NEW-TARGET < 1 OR NEW-TARGET > 3
            DISPLAY "無効な番号です"
            EXIT PARAGRAPH
          END-IF
          DISPLAY "この価格を超えたら売却します。価格を入力してください"
            "（0で中止）"
          ACCEPT NEW-LIMIT
          IF NEW-LIMIT = 0
            DISPLAY "登録を中止しました"
            EXIT PARAGRAPH
          END-IF
          IF NEW-LIMIT > 9998
            DISPLAY "価格が大きすぎます"
            EXIT PARAGRAPH
          END-IF
          DISPLAY "手元に残すインゴットの個数を入力してください"
          ACCEPT NEW-KEEP
        WHEN 2
        WHEN 3
          DISPLAY "所持金の下限を入力してください"
            "（これを超える分を使います）"
          ACCEPT NEW-LIMIT
        WHEN 4
          PERFORM VARYING T FROM 1 UNTIL T > 7
            DISPLAY T "：" FUNCTION TRIM(LK-ITEM-NAME(T))
              " 価格：" LK-ITEM-PRICE(T)
              " 所持数：" LK-ITEM-STOCK(T)
          END-PERFORM
          DISPLAY "補充するアイテム番号を入力してください（0で中止）"
          ACCEPT NEW-TARGET
          IF NEW-TARGET = 0
            DISPLAY "登録を中止しました"
            EXIT PARAGRAPH
          END-IF
          IF NEW-TARGET < 1 OR NEW-TARGET > 7
            DISPLAY "無効な番号です"
            EXIT PARAGRAPH
          END-IF
          DISPLAY "この個数を下回ったら補充します。個数を入力してください"
            "（0で中止）"
          ACCEPT NEW-LIMIT
          IF NEW-LIMIT = 0
            DISPLAY "登録を中止しました"
            EXIT PARAGRAPH
          END-IF
          IF NEW-LIMIT > ITEM-STOCK-MAX
            DISPLAY "個数が大きすぎます"
            EXIT PARAGRAPH
          END-IF
          DISPLAY "補充後の個数を入力してください"
            "（下限より少なければ下限まで）"
          ACCEPT NEW-KEEP
          IF NEW-KEEP > ITEM-STOCK-MAX
            DISPLAY "個数が大きすぎます"
            EXIT PARAGRAPH
          END-IF
          IF NEW-KEEP < NEW-LIMIT
            MOVE NEW-LIMIT TO NEW-KEEP
          END-IF
      END-EVALUATE

      MOVE 0 TO NEXT-STAND-ID
      PERFORM VARYING I FROM 1 UNTIL I > STAND-COUNT
        IF STD-ID(I) > NEXT-STAND-ID
          MOVE STD-ID(I) TO NEXT-STAND-ID
        END-IF
      END-PERFORM

      ADD 1 TO STAND-COUNT
      ADD 1 TO NEXT-STAND-ID
      MOVE NEXT-STAND-ID TO STD-ID(STAND-COUNT)
      MOVE NEW-KIND      TO STD-KIND(STAND-COUNT)
      MOVE NEW-TARGET    TO STD-TARGET(STAND-COUNT)
      MOVE NEW-LIMIT     TO STD-LIMIT(STAND-COUNT)
      MOVE NEW-KEEP      TO STD-KEEP(STAND-COUNT)
      MOVE 1             TO STD-STATUS(STAND-COUNT)
      MOVE 0             TO STD-LAST-DAY(STAND-COUNT)

      MOVE STAND-COUNT TO I
      PERFORM BUILD-COND-TEXT
      DISPLAY "定期指示を登録しました（No." NEXT-STAND-ID "）"
      DISPLAY "    " FUNCTION TRIM(COND-TEXT).

    *> ==============================
    *>  停止・再開
    *>  停止中の指示は日替わりで評価せず見送りとして報告する
    *> ==============================
    TOGGLE-STANDING.
      PERFORM SHOW-STANDING-LIST
      DISPLAY "停止・再開する指示No.を入力してください（0で中止）"
      ACCEPT PICK-ID

      IF PICK-ID = 0
        DISPLAY "中止しました"
        EXIT PARAGRAPH
      END-IF

      PERFORM FIND-STANDING-BY-ID

      IF PICK-IX = 0
        DISPLAY "その指示はありません"
        EXIT PARAGRAPH
      END-IF

      IF STD-STATUS(PICK-IX) = 1
        MOVE 2 TO STD-STATUS(PICK-IX)
        DISPLAY "No." STD-ID(PICK-IX) "を停止しました"
      ELSE
        MOVE 1 TO STD-STATUS(PICK-IX)
        DISPLAY "No." STD-ID(PICK-IX) "を再開しました"
      END-IF.

    *> ==============================
    *>  削除
    *> ==============================
    DELETE-STANDING.
      PERFORM SHOW-STANDING-LIST
      DISPLAY "削除する指示No.を入力してください（0で中止）"
      ACCEPT PICK-ID

      IF PICK-ID = 0
        DISPLAY "削除を中止しました"
        EXIT PARAGRAPH
      END-IF

      PERFORM FIND-STANDING-BY-ID

      IF PICK-IX = 0
        DISPLAY "その指示はありません"
        EXIT PARAGRAPH
      END-IF

      DISPLAY "No." STD-ID(PICK-IX) "を削除しました"
      PERFORM VARYING J FROM PICK-IX UNTIL J >= STAND-COUNT
        MOVE STD-ENTRY(J + 1) TO STD-ENTRY(J)
      END-PERFORM
      SUBTRACT 1 FROM STAND-COUNT.

    *> ==============================
    *>  日替わり時の定期指示の実行
    *>  有効な指示を台帳の順に、その時点の価格・残高で評価する。
    *>  実行する指示があれば SELL／BANK／SHOP の処理を
    *>  SR-ACTION と LK-BATCH に入れて MAIN に返し、
    *>  MAIN が台帳に記帳して実行したあと続きから呼び直す。
    *>  実行・見送り（理由つき）・失敗は実行報告（STANDRPT）に書く
    *> ==============================
    DAY-CLOSE-STANDING.
      IF SR-MODE = 2
        MOVE 0 TO SR-ACTION
        MOVE 0 TO SR-INDEX
        MOVE 0 TO SR-FIRED-COUNT
        MOVE 0 TO SR-SKIP-COUNT
        MOVE 0 TO SR-FAIL-COUNT
        OPEN OUTPUT STANDING-REPORT-FILE
        PERFORM WRITE-REPORT-HEADER
      ELSE
        OPEN EXTEND STANDING-REPORT-FILE
        IF STANDING-REPORT-STATUS NOT = "00"
          OPEN OUTPUT STANDING-REPORT-FILE
        END-IF
        IF SR-ACTION NOT = 0
          PERFORM RECORD-ACTION-RESULT
          PERFORM SAVE-STANDING-FILE
        END-IF
      END-IF

      MOVE 0 TO SR-ACTION
      PERFORM UNTIL SR-ACTION NOT = 0 OR SR-INDEX >= STAND-COUNT
        ADD 1 TO SR-INDEX
        PERFORM EVALUATE-ONE-STANDING
      END-PERFORM

      IF SR-ACTION = 0
        PERFORM WRITE-REPORT-TRAILER
        DISPLAY "【定期指示】実行" SR-FIRED-COUNT "件 見送り"
          SR-SKIP-COUNT "件 失敗" SR-FAIL-COUNT "件"
          "（実行報告：STANDRPT）"
      END-IF

      CLOSE STANDING-REPORT-FILE.

    EVALUATE-ONE-STANDING.
      MOVE SR-INDEX TO I
      MOVE 0 TO SKIP-FLG
      MOVE SPACE TO RESULT-TEXT

      IF STD-STATUS(I) NOT = 1
        MOVE 1 TO SKIP-FLG
        MOVE "停止中" TO RESULT-TEXT
      ELSE
        EVALUATE STD-KIND(I)
          WHEN 1
            PERFORM PLAN-SELL
          WHEN 2
            PERFORM PLAN-DEPOSIT
          WHEN 3
            PERFORM PLAN-REPAY
          WHEN 4
            PERFORM PLAN-TOPUP
          WHEN OTHER
            MOVE 1 TO SKIP-FLG
            MOVE "指示の種類が不正" TO RESULT-TEXT
        END-EVALUATE
      END-IF

      IF SKIP-FLG = 1
        ADD 1 TO SR-SKIP-COUNT
        PERFORM WRITE-SKIP-LINE
      ELSE
        DISPLAY "【定期指示】No." STD-ID(I) "："
          FUNCTION TRIM(STAND-KIND-NAME(STD-KIND(I))) "を実行します"
      END-IF.

    *> ==============================
    *>  インゴット売却の評価
    *>  価格が基準を超え、在庫が残す数を超えていれば超えた分を売る。
    *>  所持金の上限を超える分は売らない
    *> ==============================
    PLAN-SELL.
      MOVE STD-TARGET(I) TO T
      IF T < 1 OR T > 3
        MOVE 1 TO SKIP-FLG
        MOVE "対象の金属が不正" TO RESULT-TEXT
        EXIT PARAGRAPH
      END-IF

      IF LK-INGOT-PRICE(T) <= STD-LIMIT(I)
        MOVE 1 TO SKIP-FLG
        STRING "価格" LK-INGOT-PRICE(T) "が基準以下"
          DELIMITED BY SIZE INTO RESULT-TEXT
        EXIT PARAGRAPH
      END-IF

      IF LK-INGOT-STOCK(T) <= STD-KEEP(I)
        MOVE 1 TO SKIP-FLG
        STRING "在庫" LK-INGOT-STOCK(T) "個が残す数以下"
          DELIMITED BY SIZE INTO RESULT-TEXT
        EXIT PARAGRAPH
      END-IF

      COMPUTE ACTION-QTY = LK-INGOT-STOCK(T) - STD-KEEP(I)
      COMPUTE HEADROOM = (MONEY-MAX - LK-MONEY) / LK-INGOT-PRICE(T)
      IF ACTION-QTY > HEADROOM
        MOVE HEADROOM TO ACTION-QTY
      END-IF

      IF ACTION-QTY = 0
        MOVE 1 TO SKIP-FLG
        MOVE "所持金が上限に近く売却できない" TO RESULT-TEXT
        EXIT PARAGRAPH
      END-IF

      MOVE 1          TO SR-ACTION
      MOVE T          TO LK-BATCH-METAL
      MOVE ACTION-QTY TO LK-BATCH-QTY.

    *> ==============================
    *>  預け入れの評価
    *>  所持金が下限を超えていれば超えた分を預ける
    *> ==============================
    PLAN-DEPOSIT.
      IF LK-MONEY <= STD-LIMIT(I)
        MOVE 1 TO SKIP-FLG
        STRING "所持金" LK-MONEY "Ｇが下限以下"
          DELIMITED BY SIZE INTO RESULT-TEXT
        EXIT PARAGRAPH
      END-IF

      IF LK-DEPOSIT-BAL >= BALANCE-MAX
        MOVE 1 TO SKIP-FLG
        MOVE "預金が上限に達している" TO RESULT-TEXT
        EXIT PARAGRAPH
      END-IF

      COMPUTE ACTION-QTY = LK-MONEY - STD-LIMIT(I)
      COMPUTE HEADROOM = BALANCE-MAX - LK-DEPOSIT-BAL
      IF ACTION-QTY > HEADROOM
        MOVE HEADROOM TO ACTION-QTY
      END-IF
      IF ACTION-QTY > ACTION-QTY-MAX
        MOVE ACTION-QTY-MAX TO ACTION-QTY
      END-IF

      MOVE 2          TO SR-ACTION
      MOVE 1          TO LK-BATCH-METAL
      MOVE ACTION-QTY TO LK-BATCH-QTY.

    *> ==============================
    *>  借入返済の評価
    *>  借入があり所持金が下限を超えていれば、超えた分で返す
    *> ==============================
    PLAN-REPAY.
      IF LK-LOAN-BAL = 0
        MOVE 1 TO SKIP-FLG
        MOVE "借入なし" TO RESULT-TEXT
        EXIT PARAGRAPH
      END-IF

      IF LK-MONEY <= STD-LIMIT(I)
        MOVE 1 TO SKIP-FLG
        STRING "所持金" LK-MONEY "Ｇが下限以下"
          DELIMITED BY SIZE INTO RESULT-TEXT
        EXIT PARAGRAPH
      END-IF

      COMPUTE ACTION-QTY = LK-MONEY - STD-LIMIT(I)
      IF ACTION-QTY > LK-LOAN-BAL
        MOVE LK-LOAN-BAL TO ACTION-QTY
      END-IF
      IF ACTION-QTY > ACTION-QTY-MAX
        MOVE ACTION-QTY-MAX TO ACTION-QTY
      END-IF

      MOVE 2          TO SR-ACTION
      MOVE 4          TO LK-BATCH-METAL
      MOVE ACTION-QTY TO LK-BATCH-QTY.

    *> ==============================
    *>  アイテム補充の評価
    *>  所持数が下限を下回っていれば補充後の個数まで買う。
    *>  所持金で買えるだけに抑える
    *> ==============================
    PLAN-TOPUP.
      MOVE STD-TARGET(I) TO T
      IF T < 1 OR T > 7
        MOVE 1 TO SKIP-FLG
        MOVE "対象のアイテムが不正" TO RESULT-TEXT
        EXIT PARAGRAPH
      END-IF

      IF LK-ITEM-STOCK(T) >= STD-LIMIT(I)
        MOVE 1 TO SKIP-FLG
        STRING "所持数" LK-ITEM-STOCK(T) "個が下限以上"
          DELIMITED BY SIZE INTO RESULT-TEXT
        EXIT PARAGRAPH
      END-IF

      MOVE STD-KEEP(I) TO TOPUP-LEVEL
      IF TOPUP-LEVEL < STD-LIMIT(I)
        MOVE STD-LIMIT(I) TO TOPUP-LEVEL
      END-IF
      IF TOPUP-LEVEL > ITEM-STOCK-MAX
        MOVE ITEM-STOCK-MAX TO TOPUP-LEVEL
      END-IF
      COMPUTE ACTION-QTY = TOPUP-LEVEL - LK-ITEM-STOCK(T)

      IF LK-ITEM-PRICE(T) > 0
        COMPUTE HEADROOM = LK-MONEY / LK-ITEM-PRICE(T)
        IF ACTION-QTY > HEADROOM
          MOVE HEADROOM TO ACTION-QTY
        END-IF
      END-IF

      IF ACTION-QTY = 0
        MOVE 1 TO SKIP-FLG
        STRING "所持金" LK-MONEY "Ｇでは1個も買えない"
          DELIMITED BY SIZE INTO RESULT-TEXT
        EXIT PARAGRAPH
      END-IF

      MOVE 3          TO SR-ACTION
      MOVE T          TO LK-BATCH-METAL
      MOVE ACTION-QTY TO LK-BATCH-QTY.

    *> ==============================
    *>  MAIN が実行した処理の結果を記録する
    *>  LK-BATCH には返したときの金属・番号と数量が残っている
    *> ==============================
    RECORD-ACTION-RESULT.
      MOVE SR-INDEX TO I
      IF I < 1 OR I > STAND-COUNT
        EXIT PARAGRAPH
      END-IF

      MOVE LK-BATCH-METAL TO T
      MOVE SPACE TO RESULT-TEXT
      IF LK-BATCH-RESULT = 0
        ADD 1 TO SR-FIRED-COUNT
        MOVE LK-GAME-DAY TO STD-LAST-DAY(I)
        EVALUATE TRUE
          WHEN SR-ACTION = 1
            STRING "実行：" LK-BATCH-QTY "個を" LK-INGOT-PRICE(T)
                   "で売却（所持金" LK-MONEY "）"
              DELIMITED BY SIZE INTO RESULT-TEXT
          WHEN SR-ACTION = 2 AND LK-BATCH-METAL = 1
            STRING "実行：" LK-BATCH-QTY "Ｇを預け入れ（所持金"
                   LK-MONEY " 預金" LK-DEPOSIT-BAL "）"
              DELIMITED BY SIZE INTO RESULT-TEXT
          WHEN SR-ACTION = 2
            STRING "実行：" LK-BATCH-QTY "Ｇを返済（所持金"
                   LK-MONEY " 借入" LK-LOAN-BAL "）"
              DELIMITED BY SIZE INTO RESULT-TEXT
          WHEN OTHER
            STRING "実行：" LK-BATCH-QTY "個を購入（所持数"
                   LK-ITEM-STOCK(LK-BATCH-METAL)
                   " 所持金" LK-MONEY "）"
              DELIMITED BY SIZE INTO RESULT-TEXT
        END-EVALUATE
      ELSE
        ADD 1 TO SR-FAIL-COUNT
        STRING "失敗：数量" LK-BATCH-QTY "を処理できず（結果コード"
               LK-BATCH-RESULT "）"
          DELIMITED BY SIZE INTO RESULT-TEXT
      END-IF

      PERFORM BUILD-COND-TEXT
      MOVE SPACE TO STANDING-REPORT-LINE
      STRING "No." STD-ID(I) " "
             FUNCTION TRIM(STAND-KIND-NAME(STD-KIND(I)))
             "：" FUNCTION TRIM(COND-TEXT)
             " → " FUNCTION TRIM(RESULT-TEXT)
        DELIMITED BY SIZE INTO STANDING-REPORT-LINE
      WRITE STANDING-REPORT-LINE.

    WRITE-SKIP-LINE.
      PERFORM BUILD-COND-TEXT
      MOVE SPACE TO STANDING-REPORT-LINE
      STRING "No." STD-ID(I) " "
             FUNCTION TRIM(STAND-KIND-NAME(STD-KIND(I)))
             "：" FUNCTION TRIM(COND-TEXT)
             " → 見送り：" FUNCTION TRIM(RESULT-TEXT)
        DELIMITED BY SIZE INTO STANDING-REPORT-LINE
      WRITE STANDING-REPORT-LINE.

    *> ==============================
    *>  実行報告の見出し・締め
    *> ==============================
    WRITE-REPORT-HEADER.
      MOVE "==============================================="
        TO STANDING-REPORT-LINE
      WRITE STANDING-REPORT-LINE
      MOVE SPACE TO STANDING-REPORT-LINE
      STRING " 定期指示の実行報告  DAY" LK-GAME-DAY "（日替わり）"
        DELIMITED BY SIZE INTO STANDING-REPORT-LINE
      WRITE STANDING-REPORT-LINE
      MOVE "==============================================="
        TO STANDING-REPORT-LINE
      WRITE STANDING-REPORT-LINE

      MOVE SPACE TO STANDING-REPORT-LINE
      STRING " 評価時点  所持金" LK-MONEY
             " 預金" LK-DEPOSIT-BAL
             " 借入" LK-LOAN-BAL
        DELIMITED BY SIZE INTO STANDING-REPORT-LINE
      WRITE STANDING-REPORT-LINE
      PERFORM VARYING T FROM 1 UNTIL T > 3
        MOVE SPACE TO STANDING-REPORT-LINE
        STRING "   " FUNCTION TRIM(MT-NAME(T))
               " 価格" LK-INGOT-PRICE(T)
               " 在庫" LK-INGOT-STOCK(T)
          DELIMITED BY SIZE INTO STANDING-REPORT-LINE
        WRITE STANDING-REPORT-LINE
      END-PERFORM
      MOVE "-----------------------------------------------"
        TO STANDING-REPORT-LINE
      WRITE STANDING-REPORT-LINE

      IF STAND-COUNT = 0
        MOVE " 定期指示は登録されていません" TO STANDING-REPORT-LINE
        WRITE STANDING-REPORT-LINE
      END-IF.

    WRITE-REPORT-TRAILER.
      MOVE "-----------------------------------------------"
        TO STANDING-REPORT-LINE
      WRITE STANDING-REPORT-LINE
      MOVE SPACE TO STANDING-REPORT-LINE
      STRING " 実行" SR-FIRED-COUNT "件 見送り" SR-SKIP-COUNT
             "件 失敗" SR-FAIL-COUNT "件"
        DELIMITED BY SIZE INTO STANDING-REPORT-LINE
      WRITE STANDING-REPORT-LINE
      MOVE SPACE TO STANDING-REPORT-LINE
      STRING " 実行後    所持金" LK-MONEY
             " 預金" LK-DEPOSIT-BAL
             " 借入" LK-LOAN-BAL
        DELIMITED BY SIZE INTO STANDING-REPORT-LINE
      WRITE STANDING-REPORT-LINE
      MOVE "==============================================="
        TO STANDING-REPORT-LINE
      WRITE STANDING-REPORT-LINE.
