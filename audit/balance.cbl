  IDENTIFICATION DIVISION.
  PROGRAM-ID. BALANCE.

  ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
      SELECT ORDER-FILE ASSIGN TO "ORDERS"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDER-FILE-STATUS.
      SELECT RECEIVABLE-FILE ASSIGN TO "RECVBOOK"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RECV-FILE-STATUS.
      SELECT MINE-FILE ASSIGN TO "MINEBOOK"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS MINE-FILE-STATUS.
      SELECT PURCHASE-ORDER-FILE ASSIGN TO "POBOOK"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PO-FILE-STATUS.
      SELECT BALANCE-HISTORY-FILE ASSIGN TO "BSHIST"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BS-HIST-STATUS.
      SELECT BS-REPORT-FILE ASSIGN TO "BSREPORT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BS-REPORT-STATUS.

  DATA DIVISION.

  FILE SECTION.
  FD ORDER-FILE.
  COPY ORDERREC.

  FD RECEIVABLE-FILE.
  COPY RECVREC.

  FD MINE-FILE.
  COPY MINEREC.

  FD PURCHASE-ORDER-FILE.
  COPY PORDREC.

  FD BALANCE-HISTORY-FILE.
  COPY BALHISTREC.

  FD BS-REPORT-FILE.
  01 BS-REPORT-LINE PIC X(90).

  WORKING-STORAGE SECTION.
  01 ORDER-FILE-STATUS  PIC XX.
  01 RECV-FILE-STATUS   PIC XX.
  01 MINE-FILE-STATUS   PIC XX.
  01 PO-FILE-STATUS     PIC XX.
  01 BS-HIST-STATUS     PIC XX.
  01 BS-REPORT-STATUS   PIC XX.
  01 FILE-EOF           PIC 9.
  01 M                  PIC 9.
  01 P                  PIC 9.
  01 B                  PIC 99.

  *> ------ 比較の対象日 ------
  01 COMPARE-DAY        PIC 9(4).
  01 PRIOR-FOUND        PIC 9 VALUE 0.
  01 PRIOR-DAY          PIC 9(4).

  *> ------ 評価の途中計算 ------
  01 UNIT-VALUE         PIC 9(6).
  01 MATERIAL-VALUE     PIC 9(8).
  01 CRAFT-MARGIN       PIC 9(3).
  01 RECV-GROSS         PIC 9(10).
  01 RECV-WRITEOFF      PIC 9(10).
  01 PO-COMMITMENT      PIC 9(10).

  *> ------ 貸借対照表の科目（本日・比較日） ------
  *> 1 現金 2 預金 3 鉱石 4 インゴット 5 完成品 6 売掛金
  *> 7 鉱山埋蔵量 8 資産合計 9 借入金 10 受注残 11 負債合計
  *> 12 純資産
  01 BS-CURRENT.
    05 CUR-AMOUNT OCCURS 12 PIC S9(10).
  01 BS-PRIOR.
    05 PRI-AMOUNT OCCURS 12 PIC S9(10).
  01 BS-CHANGE          PIC S9(10).
  01 BS-LABEL-VALUES.
    05 FILLER PIC X(32) VALUE "  現金（所持金）".
    05 FILLER PIC X(32) VALUE "  預金".
    05 FILLER PIC X(32) VALUE "  鉱石在庫".
    05 FILLER PIC X(32) VALUE "  インゴット在庫".
    05 FILLER PIC X(32) VALUE "  完成品在庫".
    05 FILLER PIC X(32) VALUE "  売掛金（純額）".
    05 FILLER PIC X(32) VALUE "  鉱山の残埋蔵量".
    05 FILLER PIC X(32) VALUE "  資産合計".
    05 FILLER PIC X(32) VALUE "  借入金".
    05 FILLER PIC X(32) VALUE "  受注残（納品義務）".
    05 FILLER PIC X(32) VALUE "  負債合計".
    05 FILLER PIC X(32) VALUE "  純資産".
  01 BS-LABEL-TABLE REDEFINES BS-LABEL-VALUES.
    05 BS-LABEL OCCURS 12 PIC X(32).

  *> ------ 過去の貸借対照表 ------
  01 HIST-COUNT         PIC 9(4) VALUE 0.
  01 HIST-I             PIC 9(4).
  01 HIST-TODAY-IX      PIC 9(4).
  01 HIST-TABLE.
    05 HST-ENTRY OCCURS 9999.
      10 HST-GAME-DAY   PIC 9(4).
      10 HST-AMOUNT     OCCURS 12 PIC S9(10).

  01 AMOUNT-DISP        PIC -(10)9.
  01 PRIOR-DISP         PIC -(10)9.
  01 CHANGE-DISP        PIC -(10)9.

  LINKAGE SECTION.
  01 LK-MONEY        PIC 9(6).
  01 LK-DEPOSIT-BAL  PIC 9(6).
  01 LK-LOAN-BAL     PIC 9(6).
  01 LK-ORE.
      05 LK-ORE-STOCK OCCURS 3 PIC 9(5).
  01 LK-INGOT.
      05 LK-INGOT-STOCK OCCURS 3 PIC 9(5).
  01 LK-GOODS.
      05 LK-GOODS-STOCK OCCURS 4 PIC 9(3).
  01 LK-PRICES.
      05 LK-INGOT-PRICE OCCURS 3 PIC 9(4).
  01 LK-WEAPON-LV    PIC 9.
  01 LK-GAME-DAY     PIC 9(4).
  COPY PRODTABLE.
  COPY METALTABLE.
  COPY BATCHREQ.

  PROCEDURE DIVISION USING
      LK-MONEY
      LK-DEPOSIT-BAL
      LK-LOAN-BAL
      LK-ORE
      LK-INGOT
      LK-GOODS
      LK-PRICES
      LK-WEAPON-LV
      LK-GAME-DAY
      LK-PRODUCT-TABLE
      LK-METAL-TABLE
      LK-BATCH.

    DISPLAY "====== 貸借対照表 ======"
    IF LK-BATCH-MODE = 1
      MOVE LK-BATCH-QTY TO COMPARE-DAY
    ELSE
      DISPLAY "比較するDAYを入力してください（0＝直近の前回）"
      ACCEPT COMPARE-DAY
    END-IF

    IF COMPARE-DAY >= LK-GAME-DAY
      DISPLAY "比較するDAYは本日より前を指定してください"
      MOVE 2 TO LK-BATCH-RESULT
      GOBACK
    END-IF

    PERFORM VALUE-CASH-AND-STOCK
    PERFORM VALUE-RECEIVABLES
    PERFORM VALUE-MINE-RESERVES
    PERFORM VALUE-ORDER-OBLIGATIONS
    PERFORM SUM-OPEN-PO

    COMPUTE CUR-AMOUNT(8) = CUR-AMOUNT(1) + CUR-AMOUNT(2)
        + CUR-AMOUNT(3) + CUR-AMOUNT(4) + CUR-AMOUNT(5)
        + CUR-AMOUNT(6) + CUR-AMOUNT(7)
    COMPUTE CUR-AMOUNT(11) = CUR-AMOUNT(9) + CUR-AMOUNT(10)
    COMPUTE CUR-AMOUNT(12) = CUR-AMOUNT(8) - CUR-AMOUNT(11)

    PERFORM LOAD-BALANCE-HISTORY
    PERFORM FIND-PRIOR-BALANCE
    PERFORM STORE-TODAY-BALANCE
    PERFORM SAVE-BALANCE-HISTORY

    PERFORM WRITE-BS-REPORT

    MOVE CUR-AMOUNT(12) TO AMOUNT-DISP
    DISPLAY "DAY" LK-GAME-DAY " 純資産：" AMOUNT-DISP "Ｇ"
    IF PRIOR-FOUND = 1
      COMPUTE BS-CHANGE = CUR-AMOUNT(12) - PRI-AMOUNT(12)
      MOVE BS-CHANGE TO CHANGE-DISP
      DISPLAY "DAY" PRIOR-DAY "からの増減：" CHANGE-DISP "Ｇ"
    ELSE
      DISPLAY "比較できる過去の貸借対照表がありません"
    END-IF
    DISPLAY "貸借対照表をレポートファイル（BSREPORT）に書きました"
    MOVE 0 TO LK-BATCH-RESULT

    GOBACK.

    *> ==============================
    *>  現金・預金・在庫の評価
    *>  インゴットは本日の価格、鉱石は本日の価格を精錬比で
    *>  割った額で評価する。完成品は FORGING の売値と同じ
    *>  素材時価×（100＋20＋武器Lv×5）％で評価する
    *> ==============================
    VALUE-CASH-AND-STOCK.
      MOVE LK-MONEY       TO CUR-AMOUNT(1)
      MOVE LK-DEPOSIT-BAL TO CUR-AMOUNT(2)
      MOVE 0 TO CUR-AMOUNT(3)
      MOVE 0 TO CUR-AMOUNT(4)
      MOVE 0 TO CUR-AMOUNT(5)

      PERFORM VARYING M FROM 1 UNTIL M > 3
        COMPUTE CUR-AMOUNT(3) = CUR-AMOUNT(3)
            + LK-ORE-STOCK(M) * LK-INGOT-PRICE(M)
              / MT-REFINE-RATIO(M)
        COMPUTE CUR-AMOUNT(4) = CUR-AMOUNT(4)
            + LK-INGOT-STOCK(M) * LK-INGOT-PRICE(M)
      END-PERFORM

      PERFORM VARYING P FROM 1 UNTIL P > 4
        IF LK-GOODS-STOCK(P) > 0
          COMPUTE MATERIAL-VALUE =
              PD-INGOT-COST(P) * LK-INGOT-PRICE(PD-METAL(P))
          COMPUTE CRAFT-MARGIN = 20 + LK-WEAPON-LV * 5
          COMPUTE UNIT-VALUE =
              MATERIAL-VALUE * (100 + CRAFT-MARGIN) / 100
          IF UNIT-VALUE > 999999
            MOVE 999999 TO UNIT-VALUE
          END-IF
          COMPUTE CUR-AMOUNT(5) = CUR-AMOUNT(5)
              + LK-GOODS-STOCK(P) * UNIT-VALUE
        END-IF
      END-PERFORM.

    *> ==============================
    *>  売掛金の評価
    *>  未回収と貸倒れの総額から貸倒れ分を控除した純額
    *> ==============================
    VALUE-RECEIVABLES.
      MOVE 0 TO RECV-GROSS
      MOVE 0 TO RECV-WRITEOFF

      OPEN INPUT RECEIVABLE-FILE
      IF RECV-FILE-STATUS = "00"
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
          READ RECEIVABLE-FILE
            AT END
              MOVE 1 TO FILE-EOF
            NOT AT END
              IF RV-STATUS = 1 OR RV-STATUS = 3
                ADD RV-AMOUNT TO RECV-GROSS
              END-IF
              IF RV-STATUS = 3
                ADD RV-AMOUNT TO RECV-WRITEOFF
              END-IF
          END-READ
        END-PERFORM
        CLOSE RECEIVABLE-FILE
      END-IF

      COMPUTE CUR-AMOUNT(6) = RECV-GROSS - RECV-WRITEOFF.

    *> ==============================
    *>  鉱山の残埋蔵量の評価
    *>  掘り出すまでは鉱石屋の仕入値（鉱石単価）で控えめに見る
    *> ==============================
    VALUE-MINE-RESERVES.
      MOVE 0 TO CUR-AMOUNT(7)

      OPEN INPUT MINE-FILE
      IF MINE-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF

      MOVE 0 TO FILE-EOF
      PERFORM UNTIL FILE-EOF = 1
        READ MINE-FILE
          AT END
            MOVE 1 TO FILE-EOF
          NOT AT END
            IF MN-METAL >= 1 AND MN-METAL <= 3
              COMPUTE CUR-AMOUNT(7) = CUR-AMOUNT(7)
                  + MN-RESERVE * MT-ORE-PRICE(MN-METAL)
            END-IF
        END-READ
      END-PERFORM
      CLOSE MINE-FILE.

    *> ==============================
    *>  受注残の評価
    *>  受注済で未納品の契約は、納めるインゴットを
    *>  本日の価格で評価して負債に計上する
    *> ==============================
    VALUE-ORDER-OBLIGATIONS.
      MOVE LK-LOAN-BAL TO CUR-AMOUNT(9)
      MOVE 0 TO CUR-AMOUNT(10)

      OPEN INPUT ORDER-FILE
      IF ORDER-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF

      MOVE 0 TO FILE-EOF
      PERFORM UNTIL FILE-EOF = 1
        READ ORDER-FILE
          AT END
            MOVE 1 TO FILE-EOF
          NOT AT END
            IF OD-STATUS = 2
              AND OD-METAL-IX >= 1 AND OD-METAL-IX <= 3
              COMPUTE CUR-AMOUNT(10) = CUR-AMOUNT(10)
                  + OD-QTY * LK-INGOT-PRICE(OD-METAL-IX)
            END-IF
        END-READ
      END-PERFORM
      CLOSE ORDER-FILE.

    *> ==============================
    *>  発注残（参考）
    *>  未着の発注は入荷時に支払うので負債には入れない
    *> ==============================
    SUM-OPEN-PO.
      MOVE 0 TO PO-COMMITMENT

      OPEN INPUT PURCHASE-ORDER-FILE
      IF PO-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF

      MOVE 0 TO FILE-EOF
      PERFORM UNTIL FILE-EOF = 1
        READ PURCHASE-ORDER-FILE
          AT END
            MOVE 1 TO FILE-EOF
          NOT AT END
            IF PO-STATUS = 1
              ADD PO-AMOUNT TO PO-COMMITMENT
            END-IF
        END-READ
      END-PERFORM
      CLOSE PURCHASE-ORDER-FILE.

    *> ==============================
    *>  過去の貸借対照表の読み込み
    *> ==============================
    LOAD-BALANCE-HISTORY.
      MOVE 0 TO HIST-COUNT

      OPEN INPUT BALANCE-HISTORY-FILE
      IF BS-HIST-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF

      MOVE 0 TO FILE-EOF
      PERFORM UNTIL FILE-EOF = 1
        READ BALANCE-HISTORY-FILE
          AT END
            MOVE 1 TO FILE-EOF
          NOT AT END
            IF HIST-COUNT < 9999
              ADD 1 TO HIST-COUNT
              MOVE BH-GAME-DAY     TO HST-GAME-DAY(HIST-COUNT)
              MOVE BH-CASH         TO HST-AMOUNT(HIST-COUNT 1)
              MOVE BH-DEPOSIT      TO HST-AMOUNT(HIST-COUNT 2)
              MOVE BH-ORE          TO HST-AMOUNT(HIST-COUNT 3)
              MOVE BH-INGOT        TO HST-AMOUNT(HIST-COUNT 4)
              MOVE BH-GOODS        TO HST-AMOUNT(HIST-COUNT 5)
              MOVE BH-RECEIVABLE   TO HST-AMOUNT(HIST-COUNT 6)
              MOVE BH-MINE-RESERVE TO HST-AMOUNT(HIST-COUNT 7)
              MOVE BH-ASSET-TOTAL  TO HST-AMOUNT(HIST-COUNT 8)
              MOVE BH-LOAN         TO HST-AMOUNT(HIST-COUNT 9)
              MOVE BH-ORDER-DUE    TO HST-AMOUNT(HIST-COUNT 10)
              MOVE BH-LIAB-TOTAL   TO HST-AMOUNT(HIST-COUNT 11)
              MOVE BH-NET-WORTH    TO HST-AMOUNT(HIST-COUNT 12)
            END-IF
        END-READ
      END-PERFORM
      CLOSE BALANCE-HISTORY-FILE.

    *> ==============================
    *>  比較日の貸借対照表を探す
    *>  指定がなければ本日より前の直近の記録と比べる
    *> ==============================
    FIND-PRIOR-BALANCE.
      MOVE 0 TO PRIOR-FOUND
      MOVE 0 TO PRIOR-DAY
      PERFORM VARYING HIST-I FROM 1 UNTIL HIST-I > HIST-COUNT
        IF HST-GAME-DAY(HIST-I) < LK-GAME-DAY
          IF (COMPARE-DAY = 0
              AND HST-GAME-DAY(HIST-I) >= PRIOR-DAY)
            OR HST-GAME-DAY(HIST-I) = COMPARE-DAY
            MOVE 1 TO PRIOR-FOUND
            MOVE HST-GAME-DAY(HIST-I) TO PRIOR-DAY
            PERFORM VARYING B FROM 1 UNTIL B > 12
              MOVE HST-AMOUNT(HIST-I B) TO PRI-AMOUNT(B)
            END-PERFORM
          END-IF
        END-IF
      END-PERFORM

      IF PRIOR-FOUND = 0 AND COMPARE-DAY > 0
        DISPLAY "DAY" COMPARE-DAY "の貸借対照表は残っていません"
      END-IF.

    *> ==============================
    *>  本日の貸借対照表を履歴に入れる（同じ日は差し替え）
    *> ==============================
    STORE-TODAY-BALANCE.
      MOVE 0 TO HIST-TODAY-IX
      PERFORM VARYING HIST-I FROM 1 UNTIL HIST-I > HIST-COUNT
        IF HST-GAME-DAY(HIST-I) = LK-GAME-DAY
          MOVE HIST-I TO HIST-TODAY-IX
        END-IF
      END-PERFORM

      IF HIST-TODAY-IX = 0
        IF HIST-COUNT >= 9999
          EXIT PARAGRAPH
        END-IF
        ADD 1 TO HIST-COUNT
        MOVE HIST-COUNT TO HIST-TODAY-IX
      END-IF

      MOVE LK-GAME-DAY TO HST-GAME-DAY(HIST-TODAY-IX)
      PERFORM VARYING B FROM 1 UNTIL B > 12
        MOVE CUR-AMOUNT(B) TO HST-AMOUNT(HIST-TODAY-IX B)
      END-PERFORM.

    SAVE-BALANCE-HISTORY.
      OPEN OUTPUT BALANCE-HISTORY-FILE
      PERFORM VARYING HIST-I FROM 1 UNTIL HIST-I > HIST-COUNT
        MOVE HST-GAME-DAY(HIST-I)     TO BH-GAME-DAY
        MOVE HST-AMOUNT(HIST-I 1)     TO BH-CASH
        MOVE HST-AMOUNT(HIST-I 2)     TO BH-DEPOSIT
        MOVE HST-AMOUNT(HIST-I 3)     TO BH-ORE
        MOVE HST-AMOUNT(HIST-I 4)     TO BH-INGOT
        MOVE HST-AMOUNT(HIST-I 5)     TO BH-GOODS
        MOVE HST-AMOUNT(HIST-I 6)     TO BH-RECEIVABLE
        MOVE HST-AMOUNT(HIST-I 7)     TO BH-MINE-RESERVE
        MOVE HST-AMOUNT(HIST-I 8)     TO BH-ASSET-TOTAL
        MOVE HST-AMOUNT(HIST-I 9)     TO BH-LOAN
        MOVE HST-AMOUNT(HIST-I 10)    TO BH-ORDER-DUE
        MOVE HST-AMOUNT(HIST-I 11)    TO BH-LIAB-TOTAL
        MOVE HST-AMOUNT(HIST-I 12)    TO BH-NET-WORTH
        WRITE BALANCE-HISTORY-RECORD
      END-PERFORM
      CLOSE BALANCE-HISTORY-FILE.

    *> ==============================
    *>  貸借対照表の書き出し
    *>  本日・比較日・増減の3列
    *> ==============================
    WRITE-BS-REPORT.
      OPEN OUTPUT BS-REPORT-FILE

      MOVE "=================================================================="
        TO BS-REPORT-LINE
      WRITE BS-REPORT-LINE
      MOVE SPACE TO BS-REPORT-LINE
      IF PRIOR-FOUND = 1
        STRING " 貸借対照表  DAY" LK-GAME-DAY
               "（比較：DAY" PRIOR-DAY "）"
          DELIMITED BY SIZE INTO BS-REPORT-LINE
      ELSE
        STRING " 貸借対照表  DAY" LK-GAME-DAY
               "（比較できる記録なし）"
          DELIMITED BY SIZE INTO BS-REPORT-LINE
      END-IF
      WRITE BS-REPORT-LINE
      MOVE "=================================================================="
        TO BS-REPORT-LINE
      WRITE BS-REPORT-LINE
      MOVE "                                 本日      比較日        増減"
        TO BS-REPORT-LINE
      WRITE BS-REPORT-LINE

      MOVE "【資産の部】" TO BS-REPORT-LINE
      WRITE BS-REPORT-LINE
      PERFORM VARYING B FROM 1 UNTIL B > 7
        PERFORM WRITE-BS-ITEM-LINE
        IF B = 6
          MOVE RECV-GROSS TO AMOUNT-DISP
          MOVE SPACE TO BS-REPORT-LINE
          STRING "    未回収・貸倒れ総額    " AMOUNT-DISP
            DELIMITED BY SIZE INTO BS-REPORT-LINE
          WRITE BS-REPORT-LINE
          MOVE RECV-WRITEOFF TO AMOUNT-DISP
          MOVE SPACE TO BS-REPORT-LINE
          STRING "    うち貸倒れ（控除）    " AMOUNT-DISP
            DELIMITED BY SIZE INTO BS-REPORT-LINE
          WRITE BS-REPORT-LINE
        END-IF
      END-PERFORM
      MOVE 8 TO B
      PERFORM WRITE-BS-ITEM-LINE

      MOVE "【負債の部】" TO BS-REPORT-LINE
      WRITE BS-REPORT-LINE
      PERFORM VARYING B FROM 9 UNTIL B > 11
        PERFORM WRITE-BS-ITEM-LINE
      END-PERFORM

      MOVE "------------------------------------------------------------------"
        TO BS-REPORT-LINE
      WRITE BS-REPORT-LINE
      MOVE 12 TO B
      PERFORM WRITE-BS-ITEM-LINE

      MOVE PO-COMMITMENT TO AMOUNT-DISP
      MOVE SPACE TO BS-REPORT-LINE
      STRING "（参考）発注残（入荷時払い）" AMOUNT-DISP
        DELIMITED BY SIZE INTO BS-REPORT-LINE
      WRITE BS-REPORT-LINE
      MOVE "=================================================================="
        TO BS-REPORT-LINE
      WRITE BS-REPORT-LINE

      CLOSE BS-REPORT-FILE.

    WRITE-BS-ITEM-LINE.
      MOVE CUR-AMOUNT(B) TO AMOUNT-DISP
      MOVE SPACE TO BS-REPORT-LINE
      IF PRIOR-FOUND = 1
        MOVE PRI-AMOUNT(B) TO PRIOR-DISP
        COMPUTE BS-CHANGE = CUR-AMOUNT(B) - PRI-AMOUNT(B)
        MOVE BS-CHANGE TO CHANGE-DISP
        STRING BS-LABEL(B) AMOUNT-DISP " " PRIOR-DISP " " CHANGE-DISP
          DELIMITED BY SIZE INTO BS-REPORT-LINE
      ELSE
        STRING BS-LABEL(B) AMOUNT-DISP
          DELIMITED BY SIZE INTO BS-REPORT-LINE
      END-IF
      WRITE BS-REPORT-LINE.
