  IDENTIFICATION DIVISION.
  PROGRAM-ID. PURCHASE.

  ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
      SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIER"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SUPPLIER-FILE-STATUS.
      SELECT PURCHASE-ORDER-FILE ASSIGN TO "POBOOK"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PO-FILE-STATUS.
      SELECT PO-LIST-FILE ASSIGN TO "POLIST"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PO-LIST-STATUS.

  DATA DIVISION.

  FILE SECTION.
  FD SUPPLIER-FILE.
  COPY SUPPREC.

  FD PURCHASE-ORDER-FILE.
  COPY PORDREC.

  FD PO-LIST-FILE.
  01 PO-LIST-LINE PIC X(90).

  WORKING-STORAGE SECTION.
  01 PURCHASE-COMMAND  PIC 9 VALUE 0.
  01 I                 PIC 99.
  01 M                 PIC 9.
  01 PICK-ID           PIC 9(4).
  01 PICK-IX           PIC 99.
  01 SHOWN-COUNT       PIC 99.

  *> ------ 仕入先マスタ ------
  01 SUPPLIER-FILE-STATUS PIC XX.
  01 SUPPLIER-FILE-EOF PIC 9.
  01 SUPPLIER-COUNT    PIC 99 VALUE 0.
  01 SUPPLIER-TABLE.
    05 SUP-ENTRY OCCURS 10.
      10 SUP-ID        PIC 9(2).
      10 SUP-NAME      PIC X(30).
      10 SUP-SELLS     OCCURS 3 PIC 9.
      10 SUP-PRICE     OCCURS 3 PIC 9(4).
      10 SUP-LEAD      PIC 9(2).
      10 SUP-BREAK-QTY PIC 9(5).
      10 SUP-BREAK-PCT PIC 9(2).
  01 SUPP-IX           PIC 99.

  *> ------ 発注台帳 ------
  01 PO-FILE-STATUS    PIC XX.
  01 PO-FILE-EOF       PIC 9.
  01 PO-COUNT          PIC 99 VALUE 0.
  01 PO-TABLE.
    05 POR-ENTRY OCCURS 50.
      10 POR-ID        PIC 9(4).
      10 POR-SUPP      PIC 9(2).
      10 POR-SUPPLIER  PIC X(30).
      10 POR-METAL     PIC 9.
      10 POR-QTY       PIC 9(5).
      10 POR-PRICE     PIC 9(4).
      10 POR-AMOUNT    PIC 9(7).
      10 POR-ORDER-DAY PIC 9(4).
      10 POR-DUE       PIC 9(4).
      10 POR-STATUS    PIC 9.
  01 NEXT-PO-ID        PIC 9(4).
  01 OPEN-PO-COUNT     PIC 99.
  01 OPEN-PO-MAX       PIC 99 VALUE 20.
  01 BUY-METAL         PIC 9.
  01 BUY-QTY           PIC 9(5).
  01 BUY-PRICE         PIC 9(4).
  01 BUY-AMOUNT        PIC 9(7).
  01 DELAY-ROLL        PIC 9(3).
  01 DAYS-LATE         PIC 9(4).
  01 PO-SHORTFALL      PIC 9(7).
  01 ORE-STOCK-MAX     PIC 9(5) VALUE 99999.
  01 LOAN-BAL-MAX      PIC 9(6) VALUE 999999.

  *> ------ 発注一覧（印刷） ------
  01 PO-LIST-STATUS    PIC XX.
  01 COMMIT-TOTAL      PIC 9(8).
  01 LATE-TOTAL        PIC 9(8).
  01 LATE-COUNT        PIC 99.
  01 STATUS-LABEL      PIC X(12).
  01 AMOUNT-DISP       PIC -(8)9.
  *> 日替わりの一覧は画面に並べず、その日に入荷した発注も載せる
  01 LIST-ECHO         PIC 9 VALUE 1.
  01 RECEIVED-COUNT    PIC 99 VALUE 0.
  01 RECEIVED-TABLE.
    05 RECEIVED-IX OCCURS 50 PIC 99.
  01 R                 PIC 99.

  LINKAGE SECTION.
  01 LK-MONEY        PIC 9(6).
  01 LK-ORE.
      05 LK-ORE-STOCK OCCURS 3 PIC 9(5).
  01 LK-GAME-DAY     PIC 9(4).
  01 LK-LOAN-BAL     PIC 9(6).
  COPY METALTABLE.
  01 LK-PURCHASE-MODE PIC 9.

  PROCEDURE DIVISION USING
      LK-MONEY
      LK-ORE
      LK-GAME-DAY
      LK-LOAN-BAL
      LK-METAL-TABLE
      LK-PURCHASE-MODE.

    PERFORM LOAD-SUPPLIER-FILE
    PERFORM LOAD-PO-FILE

    IF LK-PURCHASE-MODE = 2
      MOVE 0 TO RECEIVED-COUNT
      PERFORM DAY-CLOSE-PURCHASE
      MOVE 0 TO LIST-ECHO
      PERFORM WRITE-PO-LIST
      PERFORM SAVE-PO-FILE
      PERFORM SAVE-SUPPLIER-FILE
      GOBACK
    END-IF

    MOVE 1 TO LIST-ECHO
    MOVE 0 TO RECEIVED-COUNT
    MOVE 0 TO PURCHASE-COMMAND
    PERFORM UNTIL PURCHASE-COMMAND = 9
      DISPLAY "------ 鉱石発注 ------"
      DISPLAY "所持金：" LK-MONEY " DAY：" LK-GAME-DAY
      DISPLAY "1：仕入先一覧"
      DISPLAY "2：発注する"
      DISPLAY "3：発注一覧（未着・遅延）"
      DISPLAY "4：発注を取り消す"
      DISPLAY "9：戻る"
      ACCEPT PURCHASE-COMMAND

      EVALUATE PURCHASE-COMMAND
        WHEN 1
          PERFORM SHOW-SUPPLIER-LIST
        WHEN 2
          PERFORM PLACE-PURCHASE-ORDER
        WHEN 3
          PERFORM WRITE-PO-LIST
        WHEN 4
          PERFORM CANCEL-PURCHASE-ORDER
        WHEN 9
          CONTINUE
        WHEN OTHER
          DISPLAY "無効なコマンドです"
      END-EVALUATE
    END-PERFORM

    PERFORM SAVE-PO-FILE
    PERFORM SAVE-SUPPLIER-FILE

    GOBACK.

    *> ==============================
    *>  仕入先マスタの読み込み
    *>  ファイルがなければ初期の仕入先で起こす
    *> ==============================
    LOAD-SUPPLIER-FILE.
      MOVE 0 TO SUPPLIER-COUNT

      OPEN INPUT SUPPLIER-FILE
      IF SUPPLIER-FILE-STATUS = "00"
        MOVE 0 TO SUPPLIER-FILE-EOF
        PERFORM UNTIL SUPPLIER-FILE-EOF = 1
          READ SUPPLIER-FILE
            AT END
              MOVE 1 TO SUPPLIER-FILE-EOF
            NOT AT END
              IF SUPPLIER-COUNT < 10
                ADD 1 TO SUPPLIER-COUNT
                MOVE SUPPLIER-RECORD TO SUP-ENTRY(SUPPLIER-COUNT)
              END-IF
          END-READ
        END-PERFORM
        CLOSE SUPPLIER-FILE
      END-IF

      IF SUPPLIER-COUNT = 0
        PERFORM SEED-SUPPLIER-TABLE
      END-IF.

    *> ==============================
    *>  初期の仕入先
    *>  卸値は鉱石屋の店頭価格より安いが入荷まで日数がかかる。
    *>  近場は早いが割引が小さく、遠方ほど大口で大きく引く
    *> ==============================
    SEED-SUPPLIER-TABLE.
      MOVE 3 TO SUPPLIER-COUNT

      MOVE 1                  TO SUP-ID(1)
      MOVE "山の民の鉱石商"   TO SUP-NAME(1)
      MOVE 1                  TO SUP-SELLS(1, 1)
      MOVE 1                  TO SUP-SELLS(1, 2)
      MOVE 0                  TO SUP-SELLS(1, 3)
      MOVE 8                  TO SUP-PRICE(1, 1)
      MOVE 25                 TO SUP-PRICE(1, 2)
      MOVE 0                  TO SUP-PRICE(1, 3)
      MOVE 2                  TO SUP-LEAD(1)
      MOVE 100                TO SUP-BREAK-QTY(1)
      MOVE 10                 TO SUP-BREAK-PCT(1)

      MOVE 2                  TO SUP-ID(2)
      MOVE "港町の交易商会"   TO SUP-NAME(2)
      MOVE 1                  TO SUP-SELLS(2, 1)
      MOVE 1                  TO SUP-SELLS(2, 2)
      MOVE 1                  TO SUP-SELLS(2, 3)
      MOVE 9                  TO SUP-PRICE(2, 1)
      MOVE 27                 TO SUP-PRICE(2, 2)
      MOVE 80                 TO SUP-PRICE(2, 3)
      MOVE 4                  TO SUP-LEAD(2)
      MOVE 50                 TO SUP-BREAK-QTY(2)
      MOVE 15                 TO SUP-BREAK-PCT(2)

      MOVE 3                  TO SUP-ID(3)
      MOVE "ドワーフ鉱山組合" TO SUP-NAME(3)
      MOVE 0                  TO SUP-SELLS(3, 1)
      MOVE 1                  TO SUP-SELLS(3, 2)
      MOVE 1                  TO SUP-SELLS(3, 3)
      MOVE 0                  TO SUP-PRICE(3, 1)
      MOVE 24                 TO SUP-PRICE(3, 2)
      MOVE 75                 TO SUP-PRICE(3, 3)
      MOVE 6                  TO SUP-LEAD(3)
      MOVE 30                 TO SUP-BREAK-QTY(3)
      MOVE 20                 TO SUP-BREAK-PCT(3).

    SAVE-SUPPLIER-FILE.
      OPEN OUTPUT SUPPLIER-FILE
      PERFORM VARYING I FROM 1 UNTIL I > SUPPLIER-COUNT
        MOVE SUP-ENTRY(I) TO SUPPLIER-RECORD
        WRITE SUPPLIER-RECORD
      END-PERFORM
      CLOSE SUPPLIER-FILE.

    *> ==============================
    *>  仕入先IDからテーブル位置を探す
    *> ==============================
    FIND-SUPPLIER-BY-ID.
      MOVE 0 TO SUPP-IX
      PERFORM VARYING I FROM 1 UNTIL I > SUPPLIER-COUNT
        IF SUP-ID(I) = PICK-ID
          MOVE I TO SUPP-IX
        END-IF
      END-PERFORM.

    *> ==============================
    *>  仕入先一覧
    *> ==============================
    SHOW-SUPPLIER-LIST.
      DISPLAY "------ 仕入先一覧 ------"
      PERFORM VARYING I FROM 1 UNTIL I > SUPPLIER-COUNT
        DISPLAY SUP-ID(I) "：" FUNCTION TRIM(SUP-NAME(I))
          " 納期：" SUP-LEAD(I) "日"
          " 割引：" SUP-BREAK-QTY(I) "個以上で"
          SUP-BREAK-PCT(I) "％引き"
        PERFORM VARYING M FROM 1 UNTIL M > 3
          IF SUP-SELLS(I, M) = 1
            DISPLAY "    " FUNCTION TRIM(MT-NAME(M))
              "鉱石 卸値：" SUP-PRICE(I, M)
              "（店頭：" MT-ORE-PRICE(M) "）"
          END-IF
        END-PERFORM
      END-PERFORM.

    *> ==============================
    *>  発注台帳の読み込み
    *> ==============================
    LOAD-PO-FILE.
      MOVE 0 TO PO-COUNT

      OPEN INPUT PURCHASE-ORDER-FILE
      IF PO-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF

      MOVE 0 TO PO-FILE-EOF
      PERFORM UNTIL PO-FILE-EOF = 1
        READ PURCHASE-ORDER-FILE
          AT END
            MOVE 1 TO PO-FILE-EOF
          NOT AT END
            IF PO-COUNT < 50
              ADD 1 TO PO-COUNT
              MOVE PURCHASE-ORDER-RECORD TO POR-ENTRY(PO-COUNT)
            END-IF
        END-READ
      END-PERFORM
      CLOSE PURCHASE-ORDER-FILE.

    *> ==============================
    *>  発注台帳の書き戻し
    *>  取消は書き戻さない。入荷済は台帳監査の突き当てに
    *>  使うためしばらく残し、入荷予定日から30日を過ぎたら落とす
    *> ==============================
    SAVE-PO-FILE.
      OPEN OUTPUT PURCHASE-ORDER-FILE
      PERFORM VARYING I FROM 1 UNTIL I > PO-COUNT
        EVALUATE TRUE
          WHEN POR-STATUS(I) = 3
            CONTINUE
          WHEN POR-STATUS(I) = 2
            AND POR-DUE(I) + 30 < LK-GAME-DAY
            CONTINUE
          WHEN OTHER
            MOVE POR-ENTRY(I) TO PURCHASE-ORDER-RECORD
            WRITE PURCHASE-ORDER-RECORD
        END-EVALUATE
      END-PERFORM
      CLOSE PURCHASE-ORDER-FILE.

    *> ==============================
    *>  発注No.からテーブル位置を探す
    *> ==============================
    FIND-PO-BY-ID.
      MOVE 0 TO PICK-IX
      PERFORM VARYING I FROM 1 UNTIL I > PO-COUNT
        IF POR-ID(I) = PICK-ID
          MOVE I TO PICK-IX
        END-IF
      END-PERFORM.

    *> ==============================
    *>  発注
    *>  代金は入荷時払い。数量が割引の区切りに届けば
    *>  卸値を割り引く。入荷予定日は本日＋仕入先の納期
    *> ==============================
    PLACE-PURCHASE-ORDER.
      MOVE 0 TO OPEN-PO-COUNT
      PERFORM VARYING I FROM 1 UNTIL I > PO-COUNT
        IF POR-STATUS(I) = 1
          ADD 1 TO OPEN-PO-COUNT
        END-IF
      END-PERFORM

      IF OPEN-PO-COUNT >= OPEN-PO-MAX OR PO-COUNT >= 50
        DISPLAY "これ以上は発注できません（未着は最大20件）"
        EXIT PARAGRAPH
      END-IF

      PERFORM SHOW-SUPPLIER-LIST
      DISPLAY "発注する仕入先の番号を入力してください（0で中止）"
      ACCEPT PICK-ID

      IF PICK-ID = 0
        DISPLAY "発注を中止しました"
        EXIT PARAGRAPH
      END-IF

      PERFORM FIND-SUPPLIER-BY-ID

      IF SUPP-IX = 0
        DISPLAY "無効な番号です"
        EXIT PARAGRAPH
      END-IF

      PERFORM VARYING M FROM 1 UNTIL M > 3
        IF SUP-SELLS(SUPP-IX, M) = 1
          DISPLAY M "：" FUNCTION TRIM(MT-NAME(M))
            "鉱石 卸値：" SUP-PRICE(SUPP-IX, M)
        END-IF
      END-PERFORM
      DISPLAY "どの鉱石を発注しますか？（0で中止）"
      ACCEPT BUY-METAL

      IF BUY-METAL = 0
        DISPLAY "発注を中止しました"
        EXIT PARAGRAPH
      END-IF

      IF BUY-METAL < 1 OR BUY-METAL > 3
        DISPLAY "無効な番号です"
        EXIT PARAGRAPH
      END-IF

      IF SUP-SELLS(SUPP-IX, BUY-METAL) NOT = 1
        DISPLAY "その仕入先は"
          FUNCTION TRIM(MT-NAME(BUY-METAL))
          "鉱石を扱っていません"
        EXIT PARAGRAPH
      END-IF

      DISPLAY "数量を入力してください（"
        SUP-BREAK-QTY(SUPP-IX) "個以上で"
        SUP-BREAK-PCT(SUPP-IX) "％引き。0で中止）"
      ACCEPT BUY-QTY

      IF BUY-QTY = 0
        DISPLAY "発注を中止しました"
        EXIT PARAGRAPH
      END-IF

      MOVE SUP-PRICE(SUPP-IX, BUY-METAL) TO BUY-PRICE
      IF BUY-QTY >= SUP-BREAK-QTY(SUPP-IX)
        COMPUTE BUY-PRICE =
            BUY-PRICE * (100 - SUP-BREAK-PCT(SUPP-IX)) / 100
        IF BUY-PRICE = 0
          MOVE 1 TO BUY-PRICE
        END-IF
      END-IF
      COMPUTE BUY-AMOUNT = BUY-QTY * BUY-PRICE

      MOVE 0 TO NEXT-PO-ID
      PERFORM VARYING I FROM 1 UNTIL I > PO-COUNT
        IF POR-ID(I) > NEXT-PO-ID
          MOVE POR-ID(I) TO NEXT-PO-ID
        END-IF
      END-PERFORM

      ADD 1 TO PO-COUNT
      ADD 1 TO NEXT-PO-ID
      MOVE NEXT-PO-ID            TO POR-ID(PO-COUNT)
      MOVE SUP-ID(SUPP-IX)       TO POR-SUPP(PO-COUNT)
      MOVE SUP-NAME(SUPP-IX)     TO POR-SUPPLIER(PO-COUNT)
      MOVE BUY-METAL             TO POR-METAL(PO-COUNT)
      MOVE BUY-QTY               TO POR-QTY(PO-COUNT)
      MOVE BUY-PRICE             TO POR-PRICE(PO-COUNT)
      MOVE BUY-AMOUNT            TO POR-AMOUNT(PO-COUNT)
      MOVE LK-GAME-DAY           TO POR-ORDER-DAY(PO-COUNT)
      COMPUTE POR-DUE(PO-COUNT) = LK-GAME-DAY + SUP-LEAD(SUPP-IX)
      MOVE 1 TO POR-STATUS(PO-COUNT)

      DISPLAY FUNCTION TRIM(SUP-NAME(SUPP-IX))
        "に発注しました（No." POR-ID(PO-COUNT) "）"
      DISPLAY FUNCTION TRIM(MT-NAME(BUY-METAL))
        "鉱石" BUY-QTY "個 卸値：" BUY-PRICE
        " 代金：" BUY-AMOUNT "Ｇ（入荷時払い）"
      DISPLAY "入荷予定：DAY" POR-DUE(PO-COUNT).

    *> ==============================
    *>  発注の取消（未着のものだけ）
    *> ==============================
    CANCEL-PURCHASE-ORDER.
      PERFORM SHOW-OPEN-PO-LINES
      IF SHOWN-COUNT = 0
        EXIT PARAGRAPH
      END-IF

      DISPLAY "取り消す発注No.を入力してください（0で中止）"
      ACCEPT PICK-ID

      IF PICK-ID = 0
        DISPLAY "取消を中止しました"
        EXIT PARAGRAPH
      END-IF

      PERFORM FIND-PO-BY-ID

      IF PICK-IX = 0
        DISPLAY "該当する発注がありません"
        EXIT PARAGRAPH
      END-IF

      IF POR-STATUS(PICK-IX) NOT = 1
        DISPLAY "その発注は取り消せません（入荷済です）"
        EXIT PARAGRAPH
      END-IF

      MOVE 3 TO POR-STATUS(PICK-IX)
      DISPLAY "発注No." POR-ID(PICK-IX) "を取り消しました".

    *> ==============================
    *>  未着の発注を画面に並べる
    *> ==============================
    SHOW-OPEN-PO-LINES.
      MOVE 0 TO SHOWN-COUNT
      PERFORM VARYING I FROM 1 UNTIL I > PO-COUNT
        IF POR-STATUS(I) = 1
          ADD 1 TO SHOWN-COUNT
          DISPLAY "No." POR-ID(I) "："
            FUNCTION TRIM(POR-SUPPLIER(I))
            " " FUNCTION TRIM(MT-NAME(POR-METAL(I)))
            "鉱石" POR-QTY(I) "個"
            " 代金：" POR-AMOUNT(I)
            " 入荷予定：DAY" POR-DUE(I)
        END-IF
      END-PERFORM
      IF SHOWN-COUNT = 0
        DISPLAY "未着の発注はありません"
      END-IF.

    *> ==============================
    *>  発注一覧（未着・遅延）の書き出し
    *>  入荷予定日を過ぎても未着のものを遅延として
    *>  区別し、支払い予定額（発注残）を合計する。
    *>  日替わりでも毎回書き直し、その日の入荷分を先に載せる。
    *>  入荷予定日の前夜の日替わりで受け取れなかったものは
    *>  予定日当日から遅延になる
    *> ==============================
    WRITE-PO-LIST.
      MOVE 0 TO COMMIT-TOTAL
      MOVE 0 TO LATE-TOTAL
      MOVE 0 TO LATE-COUNT
      MOVE 0 TO SHOWN-COUNT

      OPEN OUTPUT PO-LIST-FILE

      MOVE "==============================================="
        TO PO-LIST-LINE
      WRITE PO-LIST-LINE
      MOVE SPACE TO PO-LIST-LINE
      IF LIST-ECHO = 0
        STRING " 鉱石発注一覧（入荷・未着・遅延）  DAY" LK-GAME-DAY
          DELIMITED BY SIZE INTO PO-LIST-LINE
      ELSE
        STRING " 鉱石発注一覧（未着・遅延）  DAY" LK-GAME-DAY
          DELIMITED BY SIZE INTO PO-LIST-LINE
      END-IF
      WRITE PO-LIST-LINE
      MOVE "==============================================="
        TO PO-LIST-LINE
      WRITE PO-LIST-LINE

      IF LIST-ECHO = 0
        PERFORM WRITE-RECEIVED-PO-LINES
        MOVE "【未着・遅延】" TO PO-LIST-LINE
        WRITE PO-LIST-LINE
      ELSE
        DISPLAY "------ 発注一覧（未着・遅延） ------"
      END-IF
      PERFORM VARYING I FROM 1 UNTIL I > PO-COUNT
        IF POR-STATUS(I) = 1
          PERFORM WRITE-PO-LIST-LINE
        END-IF
      END-PERFORM

      IF SHOWN-COUNT = 0
        MOVE "  未着の発注はありません" TO PO-LIST-LINE
        WRITE PO-LIST-LINE
        IF LIST-ECHO = 1
          DISPLAY "未着の発注はありません"
        END-IF
      END-IF

      MOVE "-----------------------------------------------"
        TO PO-LIST-LINE
      WRITE PO-LIST-LINE
      MOVE COMMIT-TOTAL TO AMOUNT-DISP
      MOVE SPACE TO PO-LIST-LINE
      STRING "  発注残（支払予定額）    " AMOUNT-DISP
             "  " SHOWN-COUNT "件"
        DELIMITED BY SIZE INTO PO-LIST-LINE
      WRITE PO-LIST-LINE
      MOVE LATE-TOTAL TO AMOUNT-DISP
      MOVE SPACE TO PO-LIST-LINE
      STRING "  うち遅延                " AMOUNT-DISP
             "  " LATE-COUNT "件"
        DELIMITED BY SIZE INTO PO-LIST-LINE
      WRITE PO-LIST-LINE
      MOVE "==============================================="
        TO PO-LIST-LINE
      WRITE PO-LIST-LINE

      CLOSE PO-LIST-FILE

      IF LIST-ECHO = 0
        IF RECEIVED-COUNT > 0 OR SHOWN-COUNT > 0
          DISPLAY "【仕入】入荷" RECEIVED-COUNT "件 未着" SHOWN-COUNT
            "件（うち遅延" LATE-COUNT "件）を発注一覧（POLIST）に"
            "書きました"
        END-IF
        EXIT PARAGRAPH
      END-IF

      DISPLAY "発注残：" COMMIT-TOTAL "Ｇ（" SHOWN-COUNT "件）"
        " 遅延：" LATE-COUNT "件"
      DISPLAY "発注一覧をレポートファイル（POLIST）に書きました".

    *> ==============================
    *>  日替わりで入荷した発注の書き出し
    *> ==============================
    WRITE-RECEIVED-PO-LINES.
      MOVE "【本日の入荷】" TO PO-LIST-LINE
      WRITE PO-LIST-LINE
      IF RECEIVED-COUNT = 0
        MOVE "  入荷はありません" TO PO-LIST-LINE
        WRITE PO-LIST-LINE
        EXIT PARAGRAPH
      END-IF

      PERFORM VARYING R FROM 1 UNTIL R > RECEIVED-COUNT
        MOVE RECEIVED-IX(R) TO I
        MOVE SPACE TO PO-LIST-LINE
        STRING "  No." POR-ID(I)
               " 入荷済       " POR-SUPPLIER(I)
          DELIMITED BY SIZE INTO PO-LIST-LINE
        WRITE PO-LIST-LINE
        MOVE POR-AMOUNT(I) TO AMOUNT-DISP
        MOVE SPACE TO PO-LIST-LINE
        STRING "      " MT-NAME(POR-METAL(I))(1:12)
               " 数量" POR-QTY(I)
               " 卸値" POR-PRICE(I)
               " 代金" AMOUNT-DISP
               " 発注DAY" POR-ORDER-DAY(I)
               " 予定DAY" POR-DUE(I)
          DELIMITED BY SIZE INTO PO-LIST-LINE
        WRITE PO-LIST-LINE
      END-PERFORM.

    WRITE-PO-LIST-LINE.
      ADD 1 TO SHOWN-COUNT
      ADD POR-AMOUNT(I) TO COMMIT-TOTAL
      IF POR-DUE(I) <= LK-GAME-DAY
        ADD 1 TO LATE-COUNT
        ADD POR-AMOUNT(I) TO LATE-TOTAL
        COMPUTE DAYS-LATE = LK-GAME-DAY - POR-DUE(I) + 1
        MOVE SPACE TO STATUS-LABEL
        STRING "遅延" DAYS-LATE "日"
          DELIMITED BY SIZE INTO STATUS-LABEL
      ELSE
        MOVE "未着" TO STATUS-LABEL
      END-IF

      MOVE SPACE TO PO-LIST-LINE
      STRING "  No." POR-ID(I)
             " " STATUS-LABEL
             " " POR-SUPPLIER(I)
        DELIMITED BY SIZE INTO PO-LIST-LINE
      WRITE PO-LIST-LINE
      MOVE POR-AMOUNT(I) TO AMOUNT-DISP
      MOVE SPACE TO PO-LIST-LINE
      STRING "      " MT-NAME(POR-METAL(I))(1:12)
             " 数量" POR-QTY(I)
             " 卸値" POR-PRICE(I)
             " 代金" AMOUNT-DISP
             " 発注DAY" POR-ORDER-DAY(I)
             " 予定DAY" POR-DUE(I)
        DELIMITED BY SIZE INTO PO-LIST-LINE
      WRITE PO-LIST-LINE

      IF LIST-ECHO = 1
        DISPLAY "No." POR-ID(I) "【" FUNCTION TRIM(STATUS-LABEL) "】"
          FUNCTION TRIM(POR-SUPPLIER(I))
          " " FUNCTION TRIM(MT-NAME(POR-METAL(I)))
          "鉱石" POR-QTY(I) "個"
          " 代金：" POR-AMOUNT(I)
          " 入荷予定：DAY" POR-DUE(I)
      END-IF.

    *> ==============================
    *>  日替わり処理（MAINの日付更新後に呼ばれる）
    *>  入荷予定日の来た発注を鉱石在庫に入れて代金を払う。
    *>  まれに仕入先の荷が遅れ、翌日以降に持ち越す。
    *>  在庫の上限を超える荷も受け取れず遅延になる
    *> ==============================
    DAY-CLOSE-PURCHASE.
      PERFORM VARYING PICK-IX FROM 1 UNTIL PICK-IX > PO-COUNT
        IF POR-STATUS(PICK-IX) = 1
          AND POR-DUE(PICK-IX) <= LK-GAME-DAY
          PERFORM RECEIVE-ONE-PO
        END-IF
      END-PERFORM.

    RECEIVE-ONE-PO.
      COMPUTE DELAY-ROLL = FUNCTION INTEGER(FUNCTION RANDOM * 100)
      IF DELAY-ROLL < 10
        DISPLAY "【仕入】" FUNCTION TRIM(POR-SUPPLIER(PICK-IX))
          "の荷（No." POR-ID(PICK-IX) "）が遅れています"
        EXIT PARAGRAPH
      END-IF

      IF LK-ORE-STOCK(POR-METAL(PICK-IX)) + POR-QTY(PICK-IX)
          > ORE-STOCK-MAX
        DISPLAY "【仕入】鉱石在庫が一杯のため No." POR-ID(PICK-IX)
          "を受け取れません"
        EXIT PARAGRAPH
      END-IF

      ADD POR-QTY(PICK-IX) TO LK-ORE-STOCK(POR-METAL(PICK-IX))
      MOVE 2 TO POR-STATUS(PICK-IX)
      ADD 1 TO RECEIVED-COUNT
      MOVE PICK-IX TO RECEIVED-IX(RECEIVED-COUNT)

      IF POR-AMOUNT(PICK-IX) <= LK-MONEY
        SUBTRACT POR-AMOUNT(PICK-IX) FROM LK-MONEY
      ELSE
        COMPUTE PO-SHORTFALL = POR-AMOUNT(PICK-IX) - LK-MONEY
        MOVE 0 TO LK-MONEY
        IF LK-LOAN-BAL + PO-SHORTFALL > LOAN-BAL-MAX
          MOVE LOAN-BAL-MAX TO LK-LOAN-BAL
        ELSE
          ADD PO-SHORTFALL TO LK-LOAN-BAL
        END-IF
        DISPLAY "【仕入】代金の不足分" PO-SHORTFALL
          "Ｇを借入に回しました（借入：" LK-LOAN-BAL "）"
      END-IF

      DISPLAY "【入荷】" FUNCTION TRIM(POR-SUPPLIER(PICK-IX))
        "から" FUNCTION TRIM(MT-NAME(POR-METAL(PICK-IX)))
        "鉱石" POR-QTY(PICK-IX) "個が届きました"
        "（代金：" POR-AMOUNT(PICK-IX) "Ｇ）".
