  01 FILE-EOF           PIC 9.
  01 M                  PIC 9.

  *> ------ レコード単位の増減 ------
  01 MONEY-DELTA        PIC S9(7).
  01 LOAN-DELTA         PIC S9(7).
  01 DEPOSIT-DELTA      PIC S9(7).
  01 INGOT-USED-VALUE   PIC 9(8).

  *> ------ 整理済み期間の参考値 ------
  01 ARC-NET-CHANGE     PIC S9(8) VALUE 0.
  01 ARC-PERIOD-COUNT   PIC 9(3) VALUE 0.
  LINKAGE SECTION.
  01 LK-GAME-DAY  PIC 9(4).
  COPY METALTABLE.
  COPY PLREQUEST.

  PROCEDURE DIVISION USING
      LK-GAME-DAY
      LK-METAL-TABLE
      LK-PL-REQUEST.

    INITIALIZE PL-TOTALS
    MOVE 0 TO RECORD-SEEN-COUNT
    MOVE 0 TO ARC-NET-CHANGE
    MOVE 0 TO ARC-PERIOD-COUNT

    *> 集計のみ（2）は呼び出し側が期間を決めている
    IF PL-MODE = 1
      DISPLAY "====== 期間損益計算書 ======"
      DISPLAY "開始DAYを入力してください（0で中止）"
      ACCEPT PL-FROM-DAY

      IF PL-FROM-DAY = 0
        DISPLAY "損益計算を中止しました"
        GOBACK
      END-IF

      DISPLAY "終了DAYを入力してください（0＝本日まで）"
      ACCEPT PL-TO-DAY

      IF PL-TO-DAY = 0
        MOVE LK-GAME-DAY TO PL-TO-DAY
      END-IF
    END-IF

    IF PL-TO-DAY < PL-FROM-DAY

    COMPUTE REV-TOTAL = REV-INGOT-SALES + REV-GOODS-SALES
        + REV-ORDER-SALES + REV-ADVENTURE + REV-INTEREST
        + REV-INSURANCE
    COMPUTE CST-TOTAL = CST-ORE-PURCHASE + CST-UPGRADE-MAT
        + CST-PENALTY + CST-WAGES + CST-STAFF-OTHER
        + CST-INTEREST + CST-MINES + CST-INSURANCE + CST-OTHER
    COMPUTE NET-PROFIT = REV-TOTAL - CST-TOTAL
    COMPUTE AFTER-TAX-PROFIT = NET-PROFIT - CST-TAX

    IF PL-MODE = 2
      GOBACK
    END-IF

    PERFORM WRITE-PL-REPORT

    DISPLAY "対象記帳：" RECORD-SEEN-COUNT "件"
    MOVE NET-PROFIT TO AMOUNT-DISP
    DISPLAY "期間純損益：" AMOUNT-DISP "Ｇ"
    MOVE AFTER-TAX-PROFIT TO AMOUNT-DISP
    DISPLAY "税引後純損益：" AMOUNT-DISP "Ｇ"
    DISPLAY "損益計算書をレポートファイル（PLREPORT）に書きました"

    GOBACK.

      EVALUATE LDG-PROGRAM-NAME
        WHEN "SELL"
        WHEN "STANDING-SELL"
          IF MONEY-DELTA > 0
            ADD MONEY-DELTA TO REV-INGOT-SALES
          END-IF
          IF MONEY-DELTA < 0
            SUBTRACT MONEY-DELTA FROM CST-ORE-PURCHASE
          END-IF
        WHEN "PURCHDAY"
          *> 発注分の入荷代金。払いきれず借入に回った分も仕入
          IF MONEY-DELTA < 0
            SUBTRACT MONEY-DELTA FROM CST-ORE-PURCHASE
          END-IF
          IF LOAN-DELTA > 0
            ADD LOAN-DELTA TO CST-ORE-PURCHASE
          END-IF
        WHEN "UPGRADE-WEAPON"
          PERFORM VALUE-INGOT-CONSUMPTION
          ADD INGOT-USED-VALUE TO CST-UPGRADE-MAT
          IF LOAN-DELTA > 0
            ADD LOAN-DELTA TO CST-MINES
          END-IF
        WHEN "INSUREDAY"
          IF MONEY-DELTA < 0
            SUBTRACT MONEY-DELTA FROM CST-INSURANCE
          END-IF
          IF LOAN-DELTA > 0
            ADD LOAN-DELTA TO CST-INSURANCE
          END-IF
        WHEN "INSCLAIM"
          IF MONEY-DELTA > 0
            ADD MONEY-DELTA TO REV-INSURANCE
          END-IF
        WHEN "GUILDTAX"
        WHEN "TAXDAY"
          *> ギルド税は期間純損益から払うもので、次の期間の
          *> 課税所得を減らさないよう費用合計には入れない
          IF MONEY-DELTA < 0
            SUBTRACT MONEY-DELTA FROM CST-TAX
          END-IF
          IF LOAN-DELTA > 0
            ADD LOAN-DELTA TO CST-TAX
          END-IF
        WHEN "BANK"
        WHEN "STANDING-BANK"
          *> 預け入れ・引き出し・借入・返済は資金移動であり
          *> 損益ではないので計上しない
          CONTINUE
      STRING "  受取利息（預金）        " AMOUNT-DISP
        DELIMITED BY SIZE INTO PL-REPORT-LINE
      WRITE PL-REPORT-LINE
      MOVE REV-INSURANCE TO AMOUNT-DISP
      MOVE SPACE TO PL-REPORT-LINE
      STRING "  保険金収入              " AMOUNT-DISP
        DELIMITED BY SIZE INTO PL-REPORT-LINE
      WRITE PL-REPORT-LINE
      MOVE REV-TOTAL TO AMOUNT-DISP
      MOVE SPACE TO PL-REPORT-LINE
      STRING "  収益合計                " AMOUNT-DISP
      STRING "  鉱山購入・維持費        " AMOUNT-DISP
        DELIMITED BY SIZE INTO PL-REPORT-LINE
      WRITE PL-REPORT-LINE
      MOVE CST-INSURANCE TO AMOUNT-DISP
      MOVE SPACE TO PL-REPORT-LINE
      STRING "  保険料                  " AMOUNT-DISP
        DELIMITED BY SIZE INTO PL-REPORT-LINE
      WRITE PL-REPORT-LINE
      MOVE CST-OTHER TO AMOUNT-DISP
      MOVE SPACE TO PL-REPORT-LINE
      STRING "  その他の支出            " AMOUNT-DISP
      STRING "  期間純損益              " AMOUNT-DISP
        DELIMITED BY SIZE INTO PL-REPORT-LINE
      WRITE PL-REPORT-LINE
      MOVE CST-TAX TO AMOUNT-DISP
      MOVE SPACE TO PL-REPORT-LINE
      STRING "  ギルド税                " AMOUNT-DISP
        DELIMITED BY SIZE INTO PL-REPORT-LINE
      WRITE PL-REPORT-LINE
      MOVE AFTER-TAX-PROFIT TO AMOUNT-DISP
      MOVE SPACE TO PL-REPORT-LINE
      STRING "  税引後純損益            " AMOUNT-DISP
        DELIMITED BY SIZE INTO PL-REPORT-LINE
      WRITE PL-REPORT-LINE

      IF ARC-PERIOD-COUNT > 0
        MOVE ARC-NET-CHANGE TO AMOUNT-DISP
