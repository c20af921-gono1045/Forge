  IDENTIFICATION DIVISION.
  PROGRAM-ID. CASHFLOW.

  ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
      SELECT APPRENTICE-FILE ASSIGN TO "APPRBOOK"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS APPR-FILE-STATUS.
      SELECT MINE-FILE ASSIGN TO "MINEBOOK"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS MINE-FILE-STATUS.
      SELECT RECEIVABLE-FILE ASSIGN TO "RECVBOOK"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RECV-FILE-STATUS.
      SELECT ORDER-FILE ASSIGN TO "ORDERS"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDER-FILE-STATUS.
      SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CUST-FILE-STATUS.
      SELECT PURCHASE-ORDER-FILE ASSIGN TO "POBOOK"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PO-FILE-STATUS.
      SELECT POLICY-FILE ASSIGN TO "POLICYBOOK"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS POLICY-FILE-STATUS.
      SELECT CASHFLOW-REPORT-FILE ASSIGN TO "CFREPORT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CF-REPORT-STATUS.

  DATA DIVISION.

  FILE SECTION.
  FD APPRENTICE-FILE.
  COPY APPRREC.

  FD MINE-FILE.
  COPY MINEREC.

  FD RECEIVABLE-FILE.
  COPY RECVREC.

  FD ORDER-FILE.
  COPY ORDERREC.

  FD CUSTOMER-FILE.
  COPY CUSTREC.

  FD PURCHASE-ORDER-FILE.
  COPY PORDREC.

  FD POLICY-FILE.
  COPY POLICYREC.

  FD CASHFLOW-REPORT-FILE.
  01 CF-REPORT-LINE PIC X(160).

  WORKING-STORAGE SECTION.
  01 APPR-FILE-STATUS     PIC XX.
  01 MINE-FILE-STATUS     PIC XX.
  01 RECV-FILE-STATUS     PIC XX.
  01 ORDER-FILE-STATUS    PIC XX.
  01 CUST-FILE-STATUS     PIC XX.
  01 PO-FILE-STATUS       PIC XX.
  01 POLICY-FILE-STATUS   PIC XX.
  01 CF-REPORT-STATUS     PIC XX.
  01 FILE-EOF             PIC 9.
  01 I                    PIC 9(3).
  01 K                    PIC 9(3).
  01 D                    PIC 9(3).

  *> ------ 日々の固定費（職人の日給・鉱山の維持費・保険料） ------
  01 DAILY-WAGES          PIC 9(6) VALUE 0.
  01 APPR-COUNT           PIC 99 VALUE 0.
  01 MINE-COUNT           PIC 99 VALUE 0.
  01 MINE-TABLE.
    05 MIN-ENTRY OCCURS 6.
      10 MIN-ID           PIC 9(2).
      10 MIN-YIELD        PIC 9(3).
      10 MIN-RESERVE      PIC 9(5).
      10 MIN-UPKEEP       PIC 9(4).
  01 DAILY-PREMIUM        PIC 9(6) VALUE 0.
  01 POLICY-COUNT         PIC 99 VALUE 0.

  *> ------ 未回収の売掛金（見込みの納品分も後ろに積む） ------
  01 RECV-COUNT           PIC 9(3) VALUE 0.
  01 RECV-TABLE.
    05 RCV-ENTRY OCCURS 150.
      10 RCV-AMOUNT       PIC 9(7).
      10 RCV-DUE-DAY      PIC 9(4).

  *> ------ 受注済の契約（納品か違約金か） ------
  01 ORDER-COUNT          PIC 99 VALUE 0.
  01 ORDER-TABLE.
    05 ORD-ENTRY OCCURS 20.
      10 ORD-ID           PIC 9(4).
      10 ORD-CUST         PIC 9(2).
      10 ORD-CUSTOMER     PIC X(30).
      10 ORD-METAL        PIC 9.
      10 ORD-QTY          PIC 9(5).
      10 ORD-PRICE        PIC 9(4).
      10 ORD-DUE          PIC 9(4).
      10 ORD-AMOUNT       PIC 9(7).
      10 ORD-TERMS        PIC 9(2).
      *> 1＝在庫で納品できる見込み、2＝違約金の見込み
      10 ORD-OUTLOOK      PIC 9.
  01 CUSTOMER-COUNT       PIC 99 VALUE 0.
  01 CUSTOMER-TABLE.
    05 CUS-ENTRY OCCURS 20.
      10 CUS-ID           PIC 9(2).
      10 CUS-TERMS        PIC 9(2).
  01 SIM-INGOT.
    05 SIM-INGOT-STOCK OCCURS 3 PIC 9(5).

  *> ------ 未着の発注（入荷の日替わりで代金を払う） ------
  01 PO-COUNT             PIC 99 VALUE 0.
  01 PO-TABLE.
    05 POR-ENTRY OCCURS 50.
      10 POR-AMOUNT       PIC 9(7).
      10 POR-DUE          PIC 9(4).

  *> ------ 日別の見込み ------
  *>  1日目は本日（現在の残高と本日納期の納品）、
  *>  2日目以降はその日に入る日替わりの入出金と納品
  01 PLAN-DAYS            PIC 9(3).
  01 PLAN-DAYS-MAX        PIC 9(3) VALUE 60.
  01 PLAN-DAYS-DEFAULT    PIC 9(3) VALUE 14.
  01 PLAN-LAST-DAY        PIC 9(4).
  01 PLAN-GAME-DAY        PIC 9(4).
  01 FORECAST-TABLE.
    05 FC-DAY OCCURS 60.
      10 FC-COLLECT       PIC 9(7).
      10 FC-DELIVER       PIC 9(7).
      10 FC-PURCHASE      PIC 9(7).
      10 FC-INTEREST      PIC 9(7).
      10 FC-WAGES         PIC 9(7).
      10 FC-UPKEEP        PIC 9(7).
      10 FC-PREMIUM       PIC 9(7).
      10 FC-PENALTY       PIC 9(7).
      10 FC-TO-LOAN       PIC 9(7).
      10 FC-CASH          PIC S9(8).
      10 FC-DEPOSIT       PIC 9(7).
      10 FC-LOAN          PIC 9(7).
  01 SIM-CASH             PIC S9(8).
  01 SIM-DEPOSIT          PIC 9(7).
  01 SIM-LOAN             PIC 9(7).
  01 SIM-RESERVE.
    05 SIM-MINE-RESERVE OCCURS 6 PIC 9(5).
  01 INTEREST-AMOUNT      PIC 9(7).
  01 PENALTY-AMOUNT       PIC 9(7).
  *> 利率は BANK と同じ（1000分率）
  01 DEPOSIT-RATE         PIC 9(2) VALUE 1.
  01 LOAN-RATE            PIC 9(2) VALUE 2.
  01 BALANCE-MAX          PIC 9(6) VALUE 999999.
  01 LOAN-BAL-MAX         PIC 9(6) VALUE 999999.
  01 ROLL-AMOUNT          PIC 9(8).
  *> ギルド税の申告周期は GUILDTAX と同じ
  01 TAX-PERIOD-DAYS      PIC 9(2) VALUE 7.
  01 TAX-QUOT             PIC 9(4).
  01 TAX-REM              PIC 9(2).
  01 CLOSED-DAY           PIC 9(4).

  *> ------ 集計 ------
  01 SHORT-DAY            PIC 9(4) VALUE 0.
  01 SHORT-AMOUNT         PIC 9(8) VALUE 0.
  01 LOW-DAY              PIC 9(4).
  01 LOW-CASH             PIC S9(8).
  01 TOTAL-IN             PIC 9(8).
  01 TOTAL-OUT            PIC 9(8).
  01 TOTAL-TO-LOAN        PIC 9(8).
  01 AMOUNT-DISP          PIC -(8)9.
  01 CASH-DISP            PIC -(7)9.
  01 SHORT-MARK           PIC X(2).

  LINKAGE SECTION.
  01 LK-MONEY        PIC 9(6).
  01 LK-DEPOSIT-BAL  PIC 9(6).
  01 LK-LOAN-BAL     PIC 9(6).
  01 LK-INGOT.
      05 LK-INGOT-STOCK OCCURS 3 PIC 9(5).
  01 LK-GAME-DAY     PIC 9(4).
  COPY METALTABLE.
  COPY BATCHREQ.

  PROCEDURE DIVISION USING
      LK-MONEY
      LK-DEPOSIT-BAL
      LK-LOAN-BAL
      LK-INGOT
      LK-GAME-DAY
      LK-METAL-TABLE
      LK-BATCH.

    DISPLAY "====== 資金繰り見込み ======"

    IF LK-BATCH-MODE = 1
      MOVE LK-BATCH-QTY TO PLAN-DAYS
      IF LK-BATCH-QTY = 0
        MOVE PLAN-DAYS-DEFAULT TO PLAN-DAYS
      END-IF
      IF LK-BATCH-QTY > PLAN-DAYS-MAX
        MOVE PLAN-DAYS-MAX TO PLAN-DAYS
      END-IF
    ELSE
      DISPLAY "何日先まで見込みますか？（1〜" PLAN-DAYS-MAX
        "、0で中止）"
      ACCEPT PLAN-DAYS
      IF PLAN-DAYS = 0
        DISPLAY "資金繰り見込みを中止しました"
        GOBACK
      END-IF
      IF PLAN-DAYS > PLAN-DAYS-MAX
        MOVE PLAN-DAYS-MAX TO PLAN-DAYS
        DISPLAY "見込みは" PLAN-DAYS-MAX "日までです"
      END-IF
    END-IF
    COMPUTE PLAN-LAST-DAY = LK-GAME-DAY + PLAN-DAYS - 1

    PERFORM LOAD-FIXED-CHARGES
    PERFORM LOAD-RECV-BOOK
    PERFORM LOAD-CUSTOMER-TERMS
    PERFORM LOAD-ORDER-BOOK
    PERFORM LOAD-OPEN-PO

    PERFORM PROJECT-CASH

    PERFORM WRITE-CASHFLOW-REPORT

    DISPLAY "見込み期間：DAY" LK-GAME-DAY "〜DAY" PLAN-LAST-DAY
    MOVE FC-CASH(PLAN-DAYS) TO AMOUNT-DISP
    DISPLAY "期末の所持金：" AMOUNT-DISP
      "Ｇ 預金：" FC-DEPOSIT(PLAN-DAYS)
      " 借入：" FC-LOAN(PLAN-DAYS)
    IF SHORT-DAY = 0
      DISPLAY "見込み期間中に所持金が不足する日はありません"
    ELSE
      MOVE SHORT-AMOUNT TO AMOUNT-DISP
      DISPLAY "【注意】DAY" SHORT-DAY "に所持金が不足し、"
        AMOUNT-DISP "Ｇが借入に回ります（期末の借入："
        FC-LOAN(PLAN-DAYS) "）"
    END-IF
    DISPLAY "資金繰り見込みをレポートファイル（CFREPORT）に"
      "書きました"

    MOVE 0 TO LK-BATCH-RESULT
    GOBACK.

    *> ==============================
    *>  日々の固定費の読み込み
    *>  職人の日給・鉱山の維持費（埋蔵量が尽きるまで）・
    *>  有効な保険契約の保険料
    *> ==============================
    LOAD-FIXED-CHARGES.
      MOVE 0 TO APPR-COUNT
      MOVE 0 TO DAILY-WAGES
      OPEN INPUT APPRENTICE-FILE
      IF APPR-FILE-STATUS = "00"
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
          READ APPRENTICE-FILE
            AT END
              MOVE 1 TO FILE-EOF
            NOT AT END
              ADD 1 TO APPR-COUNT
              ADD AP-WAGE TO DAILY-WAGES
          END-READ
        END-PERFORM
        CLOSE APPRENTICE-FILE
      END-IF

      MOVE 0 TO MINE-COUNT
      OPEN INPUT MINE-FILE
      IF MINE-FILE-STATUS = "00"
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
          READ MINE-FILE
            AT END
              MOVE 1 TO FILE-EOF
            NOT AT END
              IF MINE-COUNT < 6
                ADD 1 TO MINE-COUNT
                MOVE MN-ID      TO MIN-ID(MINE-COUNT)
                MOVE MN-YIELD   TO MIN-YIELD(MINE-COUNT)
                MOVE MN-RESERVE TO MIN-RESERVE(MINE-COUNT)
                MOVE MN-UPKEEP  TO MIN-UPKEEP(MINE-COUNT)
              END-IF
          END-READ
        END-PERFORM
        CLOSE MINE-FILE
      END-IF

      MOVE 0 TO POLICY-COUNT
      MOVE 0 TO DAILY-PREMIUM
      OPEN INPUT POLICY-FILE
      IF POLICY-FILE-STATUS = "00"
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
          READ POLICY-FILE
            AT END
              MOVE 1 TO FILE-EOF
            NOT AT END
              IF IP-STATUS = 1
                ADD 1 TO POLICY-COUNT
                ADD IP-PREMIUM TO DAILY-PREMIUM
              END-IF
          END-READ
        END-PERFORM
        CLOSE POLICY-FILE
      END-IF.

    *> ==============================
    *>  未回収の売掛金の読み込み
    *>  延滞中のものも翌日の日替わりで回収できると見る
    *> ==============================
    LOAD-RECV-BOOK.
      MOVE 0 TO RECV-COUNT

      OPEN INPUT RECEIVABLE-FILE
      IF RECV-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF

      MOVE 0 TO FILE-EOF
      PERFORM UNTIL FILE-EOF = 1
        READ RECEIVABLE-FILE
          AT END
            MOVE 1 TO FILE-EOF
          NOT AT END
            IF RV-STATUS = 1 AND RECV-COUNT < 100
              ADD 1 TO RECV-COUNT
              MOVE RV-AMOUNT  TO RCV-AMOUNT(RECV-COUNT)
              MOVE RV-DUE-DAY TO RCV-DUE-DAY(RECV-COUNT)
            END-IF
        END-READ
      END-PERFORM
      CLOSE RECEIVABLE-FILE.

    *> ==============================
    *>  顧客別の支払条件の読み込み
    *>  （掛け払いの顧客は納品の日から条件日数後に入金）
    *> ==============================
    LOAD-CUSTOMER-TERMS.
      MOVE 0 TO CUSTOMER-COUNT

      OPEN INPUT CUSTOMER-FILE
      IF CUST-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF

      MOVE 0 TO FILE-EOF
      PERFORM UNTIL FILE-EOF = 1
        READ CUSTOMER-FILE
          AT END
            MOVE 1 TO FILE-EOF
          NOT AT END
            IF CUSTOMER-COUNT < 20
              ADD 1 TO CUSTOMER-COUNT
              MOVE CM-CUST-ID    TO CUS-ID(CUSTOMER-COUNT)
              MOVE CM-TERMS-DAYS TO CUS-TERMS(CUSTOMER-COUNT)
            END-IF
        END-READ
      END-PERFORM
      CLOSE CUSTOMER-FILE.

    *> ==============================
    *>  受注済の契約の読み込み
    *>  提示中の注文はまだ入出金にならないので拾わない
    *> ==============================
    LOAD-ORDER-BOOK.
      MOVE 0 TO ORDER-COUNT

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
            IF OD-STATUS = 2 AND ORDER-COUNT < 20
              AND OD-METAL-IX >= 1 AND OD-METAL-IX <= 3
              ADD 1 TO ORDER-COUNT
              MOVE OD-ORDER-ID      TO ORD-ID(ORDER-COUNT)
              MOVE OD-CUST-ID       TO ORD-CUST(ORDER-COUNT)
              MOVE OD-CUSTOMER-NAME TO ORD-CUSTOMER(ORDER-COUNT)
              MOVE OD-METAL-IX      TO ORD-METAL(ORDER-COUNT)
              MOVE OD-QTY           TO ORD-QTY(ORDER-COUNT)
              MOVE OD-UNIT-PRICE    TO ORD-PRICE(ORDER-COUNT)
              MOVE OD-DUE-DAY       TO ORD-DUE(ORDER-COUNT)
              COMPUTE ORD-AMOUNT(ORDER-COUNT) =
                  OD-QTY * OD-UNIT-PRICE
              MOVE 0                TO ORD-TERMS(ORDER-COUNT)
              MOVE 0                TO ORD-OUTLOOK(ORDER-COUNT)
              PERFORM VARYING K FROM 1 UNTIL K > CUSTOMER-COUNT
                IF CUS-ID(K) = OD-CUST-ID
                  MOVE CUS-TERMS(K) TO ORD-TERMS(ORDER-COUNT)
                END-IF
              END-PERFORM
            END-IF
        END-READ
      END-PERFORM
      CLOSE ORDER-FILE.

    *> ==============================
    *>  未着の発注の読み込み（入荷の日替わりで代金を払う）
    *> ==============================
    LOAD-OPEN-PO.
      MOVE 0 TO PO-COUNT

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
            IF PO-STATUS = 1 AND PO-COUNT < 50
              ADD 1 TO PO-COUNT
              MOVE PO-AMOUNT  TO POR-AMOUNT(PO-COUNT)
              MOVE PO-DUE-DAY TO POR-DUE(PO-COUNT)
            END-IF
        END-READ
      END-PERFORM
      CLOSE PURCHASE-ORDER-FILE.

    *> ==============================
    *>  日別の資金繰り見込み
    *>  2日目以降は日替わり処理と同じ順に
    *>  売掛金の回収・違約金→発注の代金→利息→日給→
    *>  鉱山の維持費→保険料を動かし、その日が納期の契約を
    *>  納品する。実際の日替わりと同じく、手順ごとに払いきれない
    *>  分を借入に回し（上限まで）、以降の借入利息（同じ日の
    *>  利息手順を含む）に含める。
    *>  最初に借入に回る日とその日の額を不足の日として控える
    *> ==============================
    PROJECT-CASH.
      MOVE LK-MONEY       TO SIM-CASH
      MOVE LK-DEPOSIT-BAL TO SIM-DEPOSIT
      MOVE LK-LOAN-BAL    TO SIM-LOAN
      PERFORM VARYING K FROM 1 UNTIL K > MINE-COUNT
        MOVE MIN-RESERVE(K) TO SIM-MINE-RESERVE(K)
      END-PERFORM
      PERFORM VARYING K FROM 1 UNTIL K > 3
        MOVE LK-INGOT-STOCK(K) TO SIM-INGOT-STOCK(K)
      END-PERFORM
      MOVE 0 TO SHORT-DAY
      MOVE 0 TO SHORT-AMOUNT
      MOVE LK-GAME-DAY TO LOW-DAY
      MOVE SIM-CASH    TO LOW-CASH

      PERFORM VARYING D FROM 1 UNTIL D > PLAN-DAYS
        COMPUTE PLAN-GAME-DAY = LK-GAME-DAY + D - 1
        MOVE 0 TO FC-COLLECT(D)
        MOVE 0 TO FC-DELIVER(D)
        MOVE 0 TO FC-PURCHASE(D)
        MOVE 0 TO FC-INTEREST(D)
        MOVE 0 TO FC-WAGES(D)
        MOVE 0 TO FC-UPKEEP(D)
        MOVE 0 TO FC-PREMIUM(D)
        MOVE 0 TO FC-PENALTY(D)
        MOVE 0 TO FC-TO-LOAN(D)
        IF D > 1
          PERFORM PROJECT-DAY-CLOSE
        END-IF
        PERFORM VARYING I FROM 1 UNTIL I > ORDER-COUNT
          IF ORD-DUE(I) = PLAN-GAME-DAY
            PERFORM PROJECT-DELIVERY
          END-IF
        END-PERFORM
        MOVE SIM-CASH    TO FC-CASH(D)
        MOVE SIM-DEPOSIT TO FC-DEPOSIT(D)
        MOVE SIM-LOAN    TO FC-LOAN(D)
        IF SIM-CASH < LOW-CASH
          MOVE PLAN-GAME-DAY TO LOW-DAY
          MOVE SIM-CASH      TO LOW-CASH
        END-IF
      END-PERFORM.

    PROJECT-DAY-CLOSE.
      *> 受注：期日到来の売掛金（延滞中は初回の日替わり）と
      *> 前日が納期で納められなかった契約の違約金
      PERFORM VARYING K FROM 1 UNTIL K > RECV-COUNT
        IF RCV-DUE-DAY(K) = PLAN-GAME-DAY
          OR (D = 2 AND RCV-DUE-DAY(K) < PLAN-GAME-DAY)
          ADD RCV-AMOUNT(K) TO FC-COLLECT(D)
        END-IF
      END-PERFORM
      PERFORM VARYING I FROM 1 UNTIL I > ORDER-COUNT
        IF ORD-OUTLOOK(I) = 2 AND ORD-DUE(I) + 1 = PLAN-GAME-DAY
          COMPUTE PENALTY-AMOUNT = ORD-QTY(I) * ORD-PRICE(I) / 10
          ADD PENALTY-AMOUNT TO FC-PENALTY(D)
        END-IF
      END-PERFORM
      ADD FC-COLLECT(D) TO SIM-CASH
      SUBTRACT FC-PENALTY(D) FROM SIM-CASH
      PERFORM ROLL-SHORTFALL-TO-LOAN

      *> 発注：入荷予定の代金（遅延中は初回の日替わり）
      PERFORM VARYING K FROM 1 UNTIL K > PO-COUNT
        IF POR-DUE(K) = PLAN-GAME-DAY
          OR (D = 2 AND POR-DUE(K) < PLAN-GAME-DAY)
          ADD POR-AMOUNT(K) TO FC-PURCHASE(D)
        END-IF
      END-PERFORM
      SUBTRACT FC-PURCHASE(D) FROM SIM-CASH
      PERFORM ROLL-SHORTFALL-TO-LOAN

      *> 銀行：預金利息は預金に付き、借入利息は所持金から払う
      IF SIM-DEPOSIT > 0
        COMPUTE INTEREST-AMOUNT = SIM-DEPOSIT * DEPOSIT-RATE / 1000
        IF SIM-DEPOSIT + INTEREST-AMOUNT > BALANCE-MAX
          COMPUTE INTEREST-AMOUNT = BALANCE-MAX - SIM-DEPOSIT
        END-IF
        ADD INTEREST-AMOUNT TO SIM-DEPOSIT
      END-IF
      IF SIM-LOAN > 0
        COMPUTE INTEREST-AMOUNT = SIM-LOAN * LOAN-RATE / 1000
        IF INTEREST-AMOUNT = 0
          MOVE 1 TO INTEREST-AMOUNT
        END-IF
        MOVE INTEREST-AMOUNT TO FC-INTEREST(D)
        SUBTRACT INTEREST-AMOUNT FROM SIM-CASH
        PERFORM ROLL-SHORTFALL-TO-LOAN
      END-IF

      *> 職人の日給
      MOVE DAILY-WAGES TO FC-WAGES(D)
      SUBTRACT DAILY-WAGES FROM SIM-CASH
      PERFORM ROLL-SHORTFALL-TO-LOAN

      *> 鉱山の維持費（埋蔵量が尽きた日まで払う）
      PERFORM VARYING K FROM 1 UNTIL K > MINE-COUNT
        IF SIM-MINE-RESERVE(K) > 0
          ADD MIN-UPKEEP(K) TO FC-UPKEEP(D)
          IF MIN-YIELD(K) > SIM-MINE-RESERVE(K)
            MOVE 0 TO SIM-MINE-RESERVE(K)
          ELSE
            SUBTRACT MIN-YIELD(K) FROM SIM-MINE-RESERVE(K)
          END-IF
        END-IF
      END-PERFORM
      SUBTRACT FC-UPKEEP(D) FROM SIM-CASH
      PERFORM ROLL-SHORTFALL-TO-LOAN

      *> 保険料
      MOVE DAILY-PREMIUM TO FC-PREMIUM(D)
      SUBTRACT DAILY-PREMIUM FROM SIM-CASH
      PERFORM ROLL-SHORTFALL-TO-LOAN.

    *> ==============================
    *>  払いきれない分の借入への振替
    *>  日替わりの各手順と同じく所持金を0にして不足分を
    *>  借入に積む（借入の上限で止まる）
    *> ==============================
    ROLL-SHORTFALL-TO-LOAN.
      IF SIM-CASH >= 0
        EXIT PARAGRAPH
      END-IF

      COMPUTE ROLL-AMOUNT = 0 - SIM-CASH
      MOVE 0 TO SIM-CASH
      ADD ROLL-AMOUNT TO FC-TO-LOAN(D)
      IF SHORT-DAY = 0
        MOVE PLAN-GAME-DAY TO SHORT-DAY
      END-IF
      IF PLAN-GAME-DAY = SHORT-DAY
        ADD ROLL-AMOUNT TO SHORT-AMOUNT
      END-IF
      IF SIM-LOAN + ROLL-AMOUNT > LOAN-BAL-MAX
        MOVE LOAN-BAL-MAX TO SIM-LOAN
      ELSE
        ADD ROLL-AMOUNT TO SIM-LOAN
      END-IF.

    *> ==============================
    *>  納期の契約1件の見込み
    *>  いまのインゴット在庫で納められるものは納期の日に
    *>  納品し、即金の顧客はその日に、掛け払いの顧客は
    *>  条件日数後の日替わりに入金すると見る。
    *>  納められないものは翌日の日替わりで違約金になる
    *> ==============================
    PROJECT-DELIVERY.
      IF ORD-QTY(I) > SIM-INGOT-STOCK(ORD-METAL(I))
        MOVE 2 TO ORD-OUTLOOK(I)
        EXIT PARAGRAPH
      END-IF

      MOVE 1 TO ORD-OUTLOOK(I)
      SUBTRACT ORD-QTY(I) FROM SIM-INGOT-STOCK(ORD-METAL(I))
      IF ORD-TERMS(I) = 0 OR RECV-COUNT >= 150
        ADD ORD-AMOUNT(I) TO FC-DELIVER(D)
        ADD ORD-AMOUNT(I) TO SIM-CASH
      ELSE
        ADD 1 TO RECV-COUNT
        MOVE ORD-AMOUNT(I) TO RCV-AMOUNT(RECV-COUNT)
        COMPUTE RCV-DUE-DAY(RECV-COUNT) = PLAN-GAME-DAY + ORD-TERMS(I)
      END-IF.

    *> ==============================
    *>  資金繰り見込みレポートの書き出し
    *> ==============================
    WRITE-CASHFLOW-REPORT.
      OPEN OUTPUT CASHFLOW-REPORT-FILE

      MOVE "==============================================="
        TO CF-REPORT-LINE
      WRITE CF-REPORT-LINE
      MOVE SPACE TO CF-REPORT-LINE
      STRING " 資金繰り見込み  DAY" LK-GAME-DAY
             " 〜 DAY" PLAN-LAST-DAY
        DELIMITED BY SIZE INTO CF-REPORT-LINE
      WRITE CF-REPORT-LINE
      MOVE "==============================================="
        TO CF-REPORT-LINE
      WRITE CF-REPORT-LINE

      MOVE SPACE TO CF-REPORT-LINE
      STRING "  前提：職人" APPR-COUNT "人 日給計" DAILY-WAGES
             " 鉱山" MINE-COUNT "か所"
             " 保険" POLICY-COUNT "件 保険料計" DAILY-PREMIUM
             " 受注済" ORDER-COUNT "件"
        DELIMITED BY SIZE INTO CF-REPORT-LINE
      WRITE CF-REPORT-LINE
      MOVE "  払いきれない分は日替わりと同じく借入に回し、以降の借入利息の対象になる"
        TO CF-REPORT-LINE
      WRITE CF-REPORT-LINE
      MOVE "-----------------------------------------------"
        TO CF-REPORT-LINE
      WRITE CF-REPORT-LINE

      MOVE SPACE TO CF-REPORT-LINE
      STRING "  DAY    売掛回収   納品入金   発注代金   借入利息"
             "   職人日給   鉱山維持     保険料     違約金"
             "   借入振替     所持金    預金    借入"
        DELIMITED BY SIZE INTO CF-REPORT-LINE
      WRITE CF-REPORT-LINE

      MOVE 0 TO TOTAL-IN
      MOVE 0 TO TOTAL-OUT
      MOVE 0 TO TOTAL-TO-LOAN
      PERFORM VARYING D FROM 1 UNTIL D > PLAN-DAYS
        COMPUTE PLAN-GAME-DAY = LK-GAME-DAY + D - 1
        COMPUTE TOTAL-IN = TOTAL-IN + FC-COLLECT(D) + FC-DELIVER(D)
        COMPUTE TOTAL-OUT = TOTAL-OUT + FC-PURCHASE(D)
            + FC-INTEREST(D) + FC-WAGES(D) + FC-UPKEEP(D)
            + FC-PREMIUM(D) + FC-PENALTY(D)
        ADD FC-TO-LOAN(D) TO TOTAL-TO-LOAN
        IF PLAN-GAME-DAY = SHORT-DAY
          MOVE "* " TO SHORT-MARK
        ELSE
          MOVE SPACE TO SHORT-MARK
        END-IF
        MOVE FC-CASH(D) TO CASH-DISP
        MOVE SPACE TO CF-REPORT-LINE
        STRING SHORT-MARK PLAN-GAME-DAY
               "    " FC-COLLECT(D)
               "    " FC-DELIVER(D)
               "    " FC-PURCHASE(D)
               "    " FC-INTEREST(D)
               "    " FC-WAGES(D)
               "    " FC-UPKEEP(D)
               "    " FC-PREMIUM(D)
               "    " FC-PENALTY(D)
               "    " FC-TO-LOAN(D)
               "  " CASH-DISP
               " " FC-DEPOSIT(D)
               " " FC-LOAN(D)
          DELIMITED BY SIZE INTO CF-REPORT-LINE
        WRITE CF-REPORT-LINE
      END-PERFORM

      MOVE "-----------------------------------------------"
        TO CF-REPORT-LINE
      WRITE CF-REPORT-LINE
      MOVE TOTAL-IN TO AMOUNT-DISP
      MOVE SPACE TO CF-REPORT-LINE
      STRING "  入金合計                " AMOUNT-DISP
        DELIMITED BY SIZE INTO CF-REPORT-LINE
      WRITE CF-REPORT-LINE
      MOVE TOTAL-OUT TO AMOUNT-DISP
      MOVE SPACE TO CF-REPORT-LINE
      STRING "  出金合計                " AMOUNT-DISP
        DELIMITED BY SIZE INTO CF-REPORT-LINE
      WRITE CF-REPORT-LINE
      MOVE TOTAL-TO-LOAN TO AMOUNT-DISP
      MOVE SPACE TO CF-REPORT-LINE
      STRING "  借入への振替合計        " AMOUNT-DISP
        DELIMITED BY SIZE INTO CF-REPORT-LINE
      WRITE CF-REPORT-LINE
      MOVE LOW-CASH TO AMOUNT-DISP
      MOVE SPACE TO CF-REPORT-LINE
      STRING "  所持金の最低            " AMOUNT-DISP
             "（DAY" LOW-DAY "）"
        DELIMITED BY SIZE INTO CF-REPORT-LINE
      WRITE CF-REPORT-LINE
      IF SHORT-DAY = 0
        MOVE "  見込み期間中に所持金が不足する日はありません"
          TO CF-REPORT-LINE
      ELSE
        MOVE SHORT-AMOUNT TO AMOUNT-DISP
        MOVE SPACE TO CF-REPORT-LINE
        STRING "  所持金が不足する最初の日（*印）DAY" SHORT-DAY
               "（借入に回る額" AMOUNT-DISP "Ｇ）"
          DELIMITED BY SIZE INTO CF-REPORT-LINE
      END-IF
      WRITE CF-REPORT-LINE

      PERFORM WRITE-CONTRACT-SECTION
      PERFORM WRITE-TAX-MEMO

      MOVE "==============================================="
        TO CF-REPORT-LINE
      WRITE CF-REPORT-LINE

      CLOSE CASHFLOW-REPORT-FILE.

    *> ==============================
    *>  受注済の契約の見込み（納品・違約）
    *> ==============================
    WRITE-CONTRACT-SECTION.
      MOVE "【受注済の契約】（いまのインゴット在庫で判定）"
        TO CF-REPORT-LINE
      WRITE CF-REPORT-LINE

      IF ORDER-COUNT = 0
        MOVE "  受注済の契約はありません" TO CF-REPORT-LINE
        WRITE CF-REPORT-LINE
        EXIT PARAGRAPH
      END-IF

      PERFORM VARYING I FROM 1 UNTIL I > ORDER-COUNT
        MOVE SPACE TO CF-REPORT-LINE
        EVALUATE TRUE
          WHEN ORD-OUTLOOK(I) = 1 AND ORD-TERMS(I) = 0
            STRING "  契約No." ORD-ID(I)
                   " " ORD-CUSTOMER(I)
                   " " FUNCTION TRIM(MT-NAME(ORD-METAL(I)))
                   ORD-QTY(I) "個 納期DAY" ORD-DUE(I)
                   " 納品入金" ORD-AMOUNT(I)
              DELIMITED BY SIZE INTO CF-REPORT-LINE
          WHEN ORD-OUTLOOK(I) = 1
            STRING "  契約No." ORD-ID(I)
                   " " ORD-CUSTOMER(I)
                   " " FUNCTION TRIM(MT-NAME(ORD-METAL(I)))
                   ORD-QTY(I) "個 納期DAY" ORD-DUE(I)
                   " 掛け" ORD-AMOUNT(I)
                   "（" ORD-TERMS(I) "日後に回収）"
              DELIMITED BY SIZE INTO CF-REPORT-LINE
          WHEN ORD-OUTLOOK(I) = 2
            COMPUTE PENALTY-AMOUNT = ORD-QTY(I) * ORD-PRICE(I) / 10
            STRING "  契約No." ORD-ID(I)
                   " " ORD-CUSTOMER(I)
                   " " FUNCTION TRIM(MT-NAME(ORD-METAL(I)))
                   ORD-QTY(I) "個 納期DAY" ORD-DUE(I)
                   " 在庫不足→違約金" PENALTY-AMOUNT
              DELIMITED BY SIZE INTO CF-REPORT-LINE
          WHEN OTHER
            STRING "  契約No." ORD-ID(I)
                   " " ORD-CUSTOMER(I)
                   " 納期DAY" ORD-DUE(I)
                   "（見込み期間の後）"
              DELIMITED BY SIZE INTO CF-REPORT-LINE
        END-EVALUATE
        WRITE CF-REPORT-LINE
      END-PERFORM.

    *> ==============================
    *>  ギルド税の申告日（税額は期間の損益しだいなので
    *>  見込みには含めず、日付だけ示す）
    *> ==============================
    WRITE-TAX-MEMO.
      PERFORM VARYING D FROM 2 UNTIL D > PLAN-DAYS
        COMPUTE PLAN-GAME-DAY = LK-GAME-DAY + D - 1
        COMPUTE CLOSED-DAY = PLAN-GAME-DAY - 1
        DIVIDE CLOSED-DAY BY TAX-PERIOD-DAYS
          GIVING TAX-QUOT REMAINDER TAX-REM
        IF TAX-REM = 0
          MOVE SPACE TO CF-REPORT-LINE
          STRING "  ※DAY" PLAN-GAME-DAY
                 "の日替わりでギルド税を申告・納付"
                 "（税額は期間の損益しだい、見込みに含めず）"
            DELIMITED BY SIZE INTO CF-REPORT-LINE
          WRITE CF-REPORT-LINE
        END-IF
      END-PERFORM.
