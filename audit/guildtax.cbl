  IDENTIFICATION DIVISION.
  PROGRAM-ID. GUILDTAX.

  ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
      SELECT TAX-HISTORY-FILE ASSIGN TO "TAXHIST"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS TAX-HISTORY-STATUS.
      SELECT TAX-RETURN-FILE ASSIGN TO "TAXRETURN"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS TAX-RETURN-STATUS.

  DATA DIVISION.

  FILE SECTION.
  FD TAX-HISTORY-FILE.
  COPY TAXHISTREC.

  FD TAX-RETURN-FILE.
  01 TAX-RETURN-LINE PIC X(90).

  WORKING-STORAGE SECTION.
  01 TAX-HISTORY-STATUS PIC XX.
  01 TAX-RETURN-STATUS  PIC XX.
  01 FILE-EOF           PIC 9.
  01 TAX-COMMAND        PIC 9 VALUE 0.
  01 CONFIRM-ANS        PIC 9.
  01 B                  PIC 9.
  01 H                  PIC 9(3).

  *> ------ 申告の周期 ------
  *>  DAY7・14・21…の日替わりで、前回の申告の翌日から
  *>  締めた日までを申告する
  01 TAX-PERIOD-DAYS    PIC 9(2) VALUE 7.
  01 CLOSED-DAY         PIC 9(4).
  01 PERIOD-QUOT        PIC 9(4).
  01 PERIOD-REM         PIC 9(2).

  *> ------ 税率表（超過累進） ------
  *>  課税所得のうち BRK-FLOOR を超える部分に BRK-RATE％を掛ける
  01 TAX-BRACKET-VALUES.
    05 FILLER PIC 9(7) VALUE 0.
    05 FILLER PIC 9(2) VALUE 0.
    05 FILLER PIC 9(7) VALUE 1000.
    05 FILLER PIC 9(2) VALUE 10.
    05 FILLER PIC 9(7) VALUE 5000.
    05 FILLER PIC 9(2) VALUE 15.
    05 FILLER PIC 9(7) VALUE 20000.
    05 FILLER PIC 9(2) VALUE 20.
  01 TAX-BRACKET-TABLE REDEFINES TAX-BRACKET-VALUES.
    05 TAX-BRACKET OCCURS 4.
      10 BRK-FLOOR      PIC 9(7).
      10 BRK-RATE       PIC 9(2).
  01 BRACKET-COUNT      PIC 9 VALUE 4.
  01 BRACKET-WORK.
    05 BRK-BASE OCCURS 4 PIC 9(8).
    05 BRK-TAX  OCCURS 4 PIC 9(7).
  01 BRACKET-CEILING    PIC 9(8).

  *> ------ 申告履歴 ------
  01 HISTORY-COUNT      PIC 9(3) VALUE 0.
  01 HISTORY-TABLE.
    05 TXH-ENTRY OCCURS 999.
      10 TXH-FROM-DAY   PIC 9(4).
      10 TXH-TO-DAY     PIC 9(4).
      10 TXH-ASSESS-DAY PIC 9(4).
      10 TXH-KIND       PIC 9.
      10 TXH-NET-PROFIT PIC S9(9) SIGN TRAILING SEPARATE.
      10 TXH-TAXABLE    PIC 9(8).
      10 TXH-TAX-DUE    PIC 9(7).
      10 TXH-PAID       PIC 9(7).
      10 TXH-TO-LOAN    PIC 9(7).
  01 LAST-TO-DAY        PIC 9(4).
  01 SHOW-FROM          PIC 9(3).

  *> ------ 今回の申告 ------
  COPY PLREQUEST.
  01 TAXABLE-INCOME     PIC 9(8).
  01 TAX-DUE            PIC 9(7).
  01 TAX-PAID           PIC 9(7).
  01 TAX-TO-LOAN        PIC 9(7).
  01 LOAN-BAL-MAX       PIC 9(6) VALUE 999999.
  01 AMOUNT-DISP        PIC -(8)9.

  LINKAGE SECTION.
  01 LK-MONEY     PIC 9(6).
  01 LK-LOAN-BAL  PIC 9(6).
  01 LK-GAME-DAY  PIC 9(4).
  COPY METALTABLE.
  01 LK-TAX-MODE  PIC 9.
  COPY BATCHREQ.

  PROCEDURE DIVISION USING
      LK-MONEY
      LK-LOAN-BAL
      LK-GAME-DAY
      LK-METAL-TABLE
      LK-TAX-MODE
      LK-BATCH.

    PERFORM LOAD-TAX-HISTORY
    COMPUTE CLOSED-DAY = LK-GAME-DAY - 1

    *> 日替わり（2）：締めた日が周期の区切りなら申告・納付する
    IF LK-TAX-MODE = 2
      IF CLOSED-DAY = 0
        GOBACK
      END-IF
      DIVIDE CLOSED-DAY BY TAX-PERIOD-DAYS
        GIVING PERIOD-QUOT REMAINDER PERIOD-REM
      IF PERIOD-REM = 0 AND LAST-TO-DAY < CLOSED-DAY
        PERFORM ASSESS-PERIOD
        PERFORM PAY-AND-FILE
      END-IF
      GOBACK
    END-IF

    *> バッチ：確認なしで随時申告する
    IF LK-BATCH-MODE = 1
      IF LAST-TO-DAY >= CLOSED-DAY
        DISPLAY "申告できる期間がありません"
        MOVE 1 TO LK-BATCH-RESULT
        GOBACK
      END-IF
      PERFORM ASSESS-PERIOD
      PERFORM PAY-AND-FILE
      MOVE 0 TO LK-BATCH-RESULT
      GOBACK
    END-IF

    MOVE 0 TO TAX-COMMAND
    PERFORM UNTIL TAX-COMMAND = 9
      DISPLAY "------ ギルド税 ------"
      DISPLAY "所持金：" LK-MONEY " 借入：" LK-LOAN-BAL
        " DAY：" LK-GAME-DAY
      DISPLAY "申告は" TAX-PERIOD-DAYS "日ごとの日替わりで自動で行います"
      DISPLAY "1：申告履歴"
      DISPLAY "2：今すぐ申告して納付する（前日まで）"
      DISPLAY "9：戻る"
      ACCEPT TAX-COMMAND

      EVALUATE TAX-COMMAND
        WHEN 1
          PERFORM SHOW-TAX-HISTORY
        WHEN 2
          PERFORM ASSESS-ON-DEMAND
        WHEN 9
          CONTINUE
        WHEN OTHER
          DISPLAY "無効なコマンドです"
      END-EVALUATE
    END-PERFORM

    GOBACK.

    *> ==============================
    *>  申告履歴の読み込み
    *>  最後に申告した期間の終わりを控える
    *> ==============================
    LOAD-TAX-HISTORY.
      MOVE 0 TO HISTORY-COUNT
      MOVE 0 TO LAST-TO-DAY

      OPEN INPUT TAX-HISTORY-FILE
      IF TAX-HISTORY-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF

      MOVE 0 TO FILE-EOF
      PERFORM UNTIL FILE-EOF = 1
        READ TAX-HISTORY-FILE
          AT END
            MOVE 1 TO FILE-EOF
          NOT AT END
            IF HISTORY-COUNT < 999
              ADD 1 TO HISTORY-COUNT
              MOVE TAX-HISTORY-RECORD TO TXH-ENTRY(HISTORY-COUNT)
            END-IF
            IF TX-TO-DAY > LAST-TO-DAY
              MOVE TX-TO-DAY TO LAST-TO-DAY
            END-IF
        END-READ
      END-PERFORM
      CLOSE TAX-HISTORY-FILE.

    *> ==============================
    *>  申告履歴（直近10件）
    *> ==============================
    SHOW-TAX-HISTORY.
      DISPLAY "------ 申告履歴 ------"
      IF HISTORY-COUNT = 0
        DISPLAY "申告した期間はまだありません"
        EXIT PARAGRAPH
      END-IF
      IF HISTORY-COUNT > 10
        COMPUTE SHOW-FROM = HISTORY-COUNT - 9
      ELSE
        MOVE 1 TO SHOW-FROM
      END-IF
      PERFORM VARYING H FROM SHOW-FROM UNTIL H > HISTORY-COUNT
        MOVE TXH-NET-PROFIT(H) TO AMOUNT-DISP
        DISPLAY "DAY" TXH-FROM-DAY(H) "〜DAY" TXH-TO-DAY(H)
          " 純損益：" AMOUNT-DISP
          " 課税所得：" TXH-TAXABLE(H)
          " 税額：" TXH-TAX-DUE(H)
          " 納付：" TXH-PAID(H)
          " 借入：" TXH-TO-LOAN(H)
      END-PERFORM.

    *> ==============================
    *>  随時申告（前日までの未申告期間）
    *> ==============================
    ASSESS-ON-DEMAND.
      IF LAST-TO-DAY >= CLOSED-DAY
        DISPLAY "申告できる期間がありません"
          "（申告済み：DAY" LAST-TO-DAY "まで）"
        EXIT PARAGRAPH
      END-IF

      PERFORM ASSESS-PERIOD

      MOVE NET-PROFIT TO AMOUNT-DISP
      DISPLAY "申告期間：DAY" PL-FROM-DAY "〜DAY" PL-TO-DAY
      DISPLAY "期間純損益：" AMOUNT-DISP "Ｇ"
      DISPLAY "課税所得：" TAXABLE-INCOME "Ｇ 税額：" TAX-DUE "Ｇ"
      DISPLAY "申告して納付しますか？（1：はい 0：いいえ）"
      ACCEPT CONFIRM-ANS

      IF CONFIRM-ANS NOT = 1
        DISPLAY "申告を中止しました"
        EXIT PARAGRAPH
      END-IF

      PERFORM PAY-AND-FILE.

    *> ==============================
    *>  課税所得と税額の計算
    *>  期間は前回申告の翌日から締めた日まで。
    *>  純損益は PROFITLOSS に同じ区分で集計させる
    *> ==============================
    ASSESS-PERIOD.
      MOVE 2 TO PL-MODE
      COMPUTE PL-FROM-DAY = LAST-TO-DAY + 1
      MOVE CLOSED-DAY TO PL-TO-DAY
      CALL "PROFITLOSS"
        USING LK-GAME-DAY LK-METAL-TABLE LK-PL-REQUEST

      IF NET-PROFIT > 0
        MOVE NET-PROFIT TO TAXABLE-INCOME
      ELSE
        MOVE 0 TO TAXABLE-INCOME
      END-IF

      MOVE 0 TO TAX-DUE
      PERFORM VARYING B FROM 1 UNTIL B > BRACKET-COUNT
        MOVE 0 TO BRK-BASE(B)
        MOVE 0 TO BRK-TAX(B)
        IF TAXABLE-INCOME > BRK-FLOOR(B)
          IF B < BRACKET-COUNT
            AND TAXABLE-INCOME > BRK-FLOOR(B + 1)
            MOVE BRK-FLOOR(B + 1) TO BRACKET-CEILING
          ELSE
            MOVE TAXABLE-INCOME TO BRACKET-CEILING
          END-IF
          COMPUTE BRK-BASE(B) = BRACKET-CEILING - BRK-FLOOR(B)
          COMPUTE BRK-TAX(B) = BRK-BASE(B) * BRK-RATE(B) / 100
          ADD BRK-TAX(B) TO TAX-DUE
        END-IF
      END-PERFORM.

    *> ==============================
    *>  納付と記録
    *>  所持金から納め、払いきれない分は借入に回す
    *>  （違約金と同じ扱い）。申告履歴に追記し、申告書を書く
    *> ==============================
    PAY-AND-FILE.
      MOVE 0 TO TAX-TO-LOAN
      IF TAX-DUE <= LK-MONEY
        MOVE TAX-DUE TO TAX-PAID
        SUBTRACT TAX-DUE FROM LK-MONEY
      ELSE
        MOVE LK-MONEY TO TAX-PAID
        COMPUTE TAX-TO-LOAN = TAX-DUE - LK-MONEY
        MOVE 0 TO LK-MONEY
        IF LK-LOAN-BAL + TAX-TO-LOAN > LOAN-BAL-MAX
          COMPUTE TAX-TO-LOAN = LOAN-BAL-MAX - LK-LOAN-BAL
          MOVE LOAN-BAL-MAX TO LK-LOAN-BAL
        ELSE
          ADD TAX-TO-LOAN TO LK-LOAN-BAL
        END-IF
        DISPLAY "【ギルド税】不足分" TAX-TO-LOAN
          "Ｇを借入に回しました（借入：" LK-LOAN-BAL "）"
      END-IF

      MOVE PL-FROM-DAY    TO TX-FROM-DAY
      MOVE PL-TO-DAY      TO TX-TO-DAY
      MOVE LK-GAME-DAY    TO TX-ASSESS-DAY
      MOVE LK-TAX-MODE    TO TX-KIND
      MOVE NET-PROFIT     TO TX-NET-PROFIT
      MOVE TAXABLE-INCOME TO TX-TAXABLE
      MOVE TAX-DUE        TO TX-TAX-DUE
      MOVE TAX-PAID       TO TX-PAID
      MOVE TAX-TO-LOAN    TO TX-TO-LOAN

      OPEN EXTEND TAX-HISTORY-FILE
      IF TAX-HISTORY-STATUS NOT = "00"
        OPEN OUTPUT TAX-HISTORY-FILE
      END-IF
      WRITE TAX-HISTORY-RECORD
      CLOSE TAX-HISTORY-FILE

      IF HISTORY-COUNT < 999
        ADD 1 TO HISTORY-COUNT
        MOVE TAX-HISTORY-RECORD TO TXH-ENTRY(HISTORY-COUNT)
      END-IF
      MOVE PL-TO-DAY TO LAST-TO-DAY

      PERFORM WRITE-TAX-RETURN

      DISPLAY "【ギルド税】DAY" PL-FROM-DAY "〜DAY" PL-TO-DAY
        "の申告：課税所得" TAXABLE-INCOME "Ｇ 税額" TAX-DUE "Ｇ"
      DISPLAY "【ギルド税】申告書をレポートファイル（TAXRETURN）に"
        "書きました".

    *> ==============================
    *>  申告書の書き出し
    *>  損益の内訳・課税所得・税率区分ごとの税額・納付内訳
    *> ==============================
    WRITE-TAX-RETURN.
      OPEN OUTPUT TAX-RETURN-FILE

      MOVE "==============================================="
        TO TAX-RETURN-LINE
      WRITE TAX-RETURN-LINE
      MOVE SPACE TO TAX-RETURN-LINE
      STRING " ギルド税申告書  DAY" PL-FROM-DAY
             " 〜 DAY" PL-TO-DAY
             "（申告日 DAY" LK-GAME-DAY "）"
        DELIMITED BY SIZE INTO TAX-RETURN-LINE
      WRITE TAX-RETURN-LINE
      MOVE "==============================================="
        TO TAX-RETURN-LINE
      WRITE TAX-RETURN-LINE

      MOVE "【所得の計算】" TO TAX-RETURN-LINE
      WRITE TAX-RETURN-LINE
      MOVE REV-INGOT-SALES TO AMOUNT-DISP
      MOVE SPACE TO TAX-RETURN-LINE
      STRING "  地金売却（インゴット）  " AMOUNT-DISP
        DELIMITED BY SIZE INTO TAX-RETURN-LINE
      WRITE TAX-RETURN-LINE
      MOVE REV-GOODS-SALES TO AMOUNT-DISP
      MOVE SPACE TO TAX-RETURN-LINE
      STRING "  製品販売（鍛冶生産）    " AMOUNT-DISP
        DELIMITED BY SIZE INTO TAX-RETURN-LINE
      WRITE TAX-RETURN-LINE
      MOVE REV-ORDER-SALES TO AMOUNT-DISP
      MOVE SPACE TO TAX-RETURN-LINE
      STRING "  受注納品・売掛回収      " AMOUNT-DISP
        DELIMITED BY SIZE INTO TAX-RETURN-LINE
      WRITE TAX-RETURN-LINE
      MOVE REV-ADVENTURE TO AMOUNT-DISP
      MOVE SPACE TO TAX-RETURN-LINE
      STRING "  冒険収入（遠征精算）    " AMOUNT-DISP
        DELIMITED BY SIZE INTO TAX-RETURN-LINE
      WRITE TAX-RETURN-LINE
      MOVE REV-INTEREST TO AMOUNT-DISP
      MOVE SPACE TO TAX-RETURN-LINE
      STRING "  受取利息（預金）        " AMOUNT-DISP
        DELIMITED BY SIZE INTO TAX-RETURN-LINE
      WRITE TAX-RETURN-LINE
      MOVE REV-INSURANCE TO AMOUNT-DISP
      MOVE SPACE TO TAX-RETURN-LINE
      STRING "  保険金収入              " AMOUNT-DISP
        DELIMITED BY SIZE INTO TAX-RETURN-LINE
      WRITE TAX-RETURN-LINE
      MOVE REV-TOTAL TO AMOUNT-DISP
      MOVE SPACE TO TAX-RETURN-LINE
      STRING "  収益合計                " AMOUNT-DISP
        DELIMITED BY SIZE INTO TAX-RETURN-LINE
      WRITE TAX-RETURN-LINE
      MOVE CST-TOTAL TO AMOUNT-DISP
      MOVE SPACE TO TAX-RETURN-LINE
      STRING "  費用合計                " AMOUNT-DISP
        DELIMITED BY SIZE INTO TAX-RETURN-LINE
      WRITE TAX-RETURN-LINE
      MOVE NET-PROFIT TO AMOUNT-DISP
      MOVE SPACE TO TAX-RETURN-LINE
      STRING "  期間純損益              " AMOUNT-DISP
        DELIMITED BY SIZE INTO TAX-RETURN-LINE
      WRITE TAX-RETURN-LINE
      MOVE TAXABLE-INCOME TO AMOUNT-DISP
      MOVE SPACE TO TAX-RETURN-LINE
      STRING "  課税所得                " AMOUNT-DISP
        DELIMITED BY SIZE INTO TAX-RETURN-LINE
      WRITE TAX-RETURN-LINE

      MOVE "【税額の計算】" TO TAX-RETURN-LINE
      WRITE TAX-RETURN-LINE
      PERFORM VARYING B FROM 1 UNTIL B > BRACKET-COUNT
        MOVE BRK-TAX(B) TO AMOUNT-DISP
        MOVE SPACE TO TAX-RETURN-LINE
        STRING "  " BRK-FLOOR(B) "Ｇ超 "
               BRK-RATE(B) "％ 対象" BRK-BASE(B)
               "  " AMOUNT-DISP
          DELIMITED BY SIZE INTO TAX-RETURN-LINE
        WRITE TAX-RETURN-LINE
      END-PERFORM
      MOVE TAX-DUE TO AMOUNT-DISP
      MOVE SPACE TO TAX-RETURN-LINE
      STRING "  税額                    " AMOUNT-DISP
        DELIMITED BY SIZE INTO TAX-RETURN-LINE
      WRITE TAX-RETURN-LINE

      MOVE "【納付】" TO TAX-RETURN-LINE
      WRITE TAX-RETURN-LINE
      MOVE TAX-PAID TO AMOUNT-DISP
      MOVE SPACE TO TAX-RETURN-LINE
      STRING "  所持金から納付          " AMOUNT-DISP
        DELIMITED BY SIZE INTO TAX-RETURN-LINE
      WRITE TAX-RETURN-LINE
      MOVE TAX-TO-LOAN TO AMOUNT-DISP
      MOVE SPACE TO TAX-RETURN-LINE
      STRING "  借入に回した額          " AMOUNT-DISP
        DELIMITED BY SIZE INTO TAX-RETURN-LINE
      WRITE TAX-RETURN-LINE
      MOVE "==============================================="
        TO TAX-RETURN-LINE
      WRITE TAX-RETURN-LINE

      CLOSE TAX-RETURN-FILE.
