  IDENTIFICATION DIVISION.
  PROGRAM-ID. MRP.

  ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
      SELECT ORDER-FILE ASSIGN TO "ORDERS"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDER-FILE-STATUS.
      SELECT BOUNTY-FILE ASSIGN TO "BOUNTIES"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BOUNTY-FILE-STATUS.
      SELECT APPRENTICE-FILE ASSIGN TO "APPRBOOK"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS APPR-FILE-STATUS.
      SELECT MINE-FILE ASSIGN TO "MINEBOOK"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS MINE-FILE-STATUS.
      SELECT PURCHASE-ORDER-FILE ASSIGN TO "POBOOK"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PO-FILE-STATUS.
      SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIER"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SUPPLIER-FILE-STATUS.
      SELECT MRP-REPORT-FILE ASSIGN TO "MRPREPORT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS MRP-REPORT-STATUS.

  DATA DIVISION.

  FILE SECTION.
  FD ORDER-FILE.
  COPY ORDERREC.

  FD BOUNTY-FILE.
  COPY BOUNTYREC.

  FD APPRENTICE-FILE.
  COPY APPRREC.

  FD MINE-FILE.
  COPY MINEREC.

  FD PURCHASE-ORDER-FILE.
  COPY PORDREC.

  FD SUPPLIER-FILE.
  COPY SUPPREC.

  FD MRP-REPORT-FILE.
  01 MRP-REPORT-LINE PIC X(90).

  WORKING-STORAGE SECTION.
  01 ORDER-FILE-STATUS    PIC XX.
  01 BOUNTY-FILE-STATUS   PIC XX.
  01 APPR-FILE-STATUS     PIC XX.
  01 MINE-FILE-STATUS     PIC XX.
  01 PO-FILE-STATUS       PIC XX.
  01 SUPPLIER-FILE-STATUS PIC XX.
  01 MRP-REPORT-STATUS    PIC XX.
  01 FILE-EOF             PIC 9.
  01 I                    PIC 99.
  01 K                    PIC 99.
  01 M                    PIC 9.
  01 D                    PIC 99.

  *> ------ 受注済の契約（所要量） ------
  01 ORDER-COUNT          PIC 99 VALUE 0.
  01 ORDER-TABLE.
    05 ORD-ENTRY OCCURS 20.
      10 ORD-ID           PIC 9(4).
      10 ORD-CUSTOMER     PIC X(30).
      10 ORD-METAL        PIC 9.
      10 ORD-QTY          PIC 9(5).
      10 ORD-PRICE        PIC 9(4).
      10 ORD-DUE          PIC 9(4).
      10 ORD-SHORT        PIC 9(5).

  *> ------ 受注済の討伐依頼（遠征に取られる日） ------
  01 BOUNTY-COUNT         PIC 99 VALUE 0.
  01 BOUNTY-TABLE.
    05 BNT-ENTRY OCCURS 10.
      10 BNT-ID           PIC 9(4).
      10 BNT-CUSTOMER     PIC X(30).
      10 BNT-MONSTER      PIC X(30).
      10 BNT-KILLS        PIC 9(2).
      10 BNT-DEADLINE     PIC 9(4).
      10 BNT-REWARD       PIC 9(6).

  *> ------ 生産能力（職人・鉱山） ------
  01 APPR-COUNT           PIC 99 VALUE 0.
  01 APPR-TABLE.
    05 APR-ENTRY OCCURS 8.
      10 APR-ROLE         PIC 9.
      10 APR-METAL        PIC 9.
      10 APR-SKILL        PIC 9.
  01 MINE-COUNT           PIC 99 VALUE 0.
  01 MINE-TABLE.
    05 MIN-ENTRY OCCURS 6.
      10 MIN-ID           PIC 9(2).
      10 MIN-METAL        PIC 9.
      10 MIN-YIELD        PIC 9(3).
      10 MIN-RESERVE      PIC 9(5).

  *> ------ 未着の発注（入荷予定） ------
  01 PO-COUNT             PIC 99 VALUE 0.
  01 PO-TABLE.
    05 POR-ENTRY OCCURS 50.
      10 POR-METAL        PIC 9.
      10 POR-QTY          PIC 9(5).
      10 POR-DUE          PIC 9(4).

  *> ------ 仕入先の最短納期（金属グレード別） ------
  01 SHORTEST-LEADS.
    05 SHORTEST-LEAD OCCURS 3 PIC 9(2).
  01 LEAD-KNOWN.
    05 LEAD-FOUND OCCURS 3 PIC 9.

  *> ------ 日別の見込み（金属グレード×日） ------
  01 PLAN-DAYS            PIC 99.
  01 PLAN-DAYS-MAX        PIC 99 VALUE 60.
  01 PLAN-LAST-DAY        PIC 9(4).
  01 PLAN-TABLE.
    05 PLN-METAL OCCURS 3.
      10 PLN-DAY OCCURS 60.
        15 PLN-RECEIPT    PIC 9(6).
        15 PLN-MADE-ORE   PIC 9(6).
        15 PLN-MADE-INGOT PIC 9(6).
        15 PLN-ORE        PIC 9(6).
        15 PLN-INGOT      PIC 9(6).
        15 PLN-DEMAND     PIC 9(6).
        15 PLN-SHORT      PIC 9(6).
  01 PLAN-GAME-DAY        PIC 9(4).
  01 SIM-ORE              PIC 9(6).
  01 SIM-INGOT            PIC 9(6).
  01 SIM-OUTPUT           PIC 9(6).
  01 SIM-RESERVE.
    05 SIM-MINE-RESERVE OCCURS 6 PIC 9(5).
  01 DAILY-MINER-ORE      PIC 9(4).
  01 DAILY-MINE-ORE       PIC 9(4).
  01 DAILY-REFINE-CAP     PIC 9(4).

  *> ------ 不足への手当て ------
  01 ORE-NEEDED           PIC 9(7).
  01 ORE-ON-HAND          PIC 9(6).
  01 ORE-TO-BUY           PIC 9(7).
  01 REFINE-BY-DAY        PIC S9(5).
  01 ORDER-BY-DAY         PIC S9(5).
  01 EXPEDITION-DAYS      PIC 99.
  01 SPARE-DAYS           PIC S9(5).
  01 PENALTY-AMOUNT       PIC 9(7).
  01 AT-RISK-COUNT        PIC 99 VALUE 0.
  01 AT-RISK-PENALTY      PIC 9(8) VALUE 0.
  01 DAY-DISP             PIC 9(4).
  01 AMOUNT-DISP          PIC -(8)9.

  LINKAGE SECTION.
  01 LK-ORE.
      05 LK-ORE-STOCK OCCURS 3 PIC 9(5).
  01 LK-INGOT.
      05 LK-INGOT-STOCK OCCURS 3 PIC 9(5).
  01 LK-GAME-DAY     PIC 9(4).
  COPY METALTABLE.

  PROCEDURE DIVISION USING
      LK-ORE
      LK-INGOT
      LK-GAME-DAY
      LK-METAL-TABLE.

    DISPLAY "====== 資材所要量計画 ======"

    MOVE 0 TO AT-RISK-COUNT
    MOVE 0 TO AT-RISK-PENALTY

    PERFORM LOAD-ORDER-BOOK
    PERFORM LOAD-BOUNTY-BOOK
    PERFORM LOAD-CAPACITY
    PERFORM LOAD-OPEN-PO
    PERFORM LOAD-SUPPLIER-LEADS

    PERFORM SET-PLAN-HORIZON
    PERFORM VARYING M FROM 1 UNTIL M > 3
      PERFORM PROJECT-ONE-METAL
    END-PERFORM

    PERFORM WRITE-MRP-REPORT

    DISPLAY "受注済契約：" ORDER-COUNT "件"
      " 計画期間：DAY" LK-GAME-DAY "〜DAY" PLAN-LAST-DAY
    IF AT-RISK-COUNT = 0
      DISPLAY "納期までに資材の足りない契約はありません"
    ELSE
      DISPLAY "資材不足の契約：" AT-RISK-COUNT "件"
        " 違約金リスク：" AT-RISK-PENALTY "Ｇ"
    END-IF
    DISPLAY "所要量計画をレポートファイル（MRPREPORT）に書きました"

    GOBACK.

    *> ==============================
    *>  受注済の契約の読み込み
    *>  提示中の注文はまだ所要量にならないので拾わない
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
              MOVE OD-CUSTOMER-NAME TO ORD-CUSTOMER(ORDER-COUNT)
              MOVE OD-METAL-IX      TO ORD-METAL(ORDER-COUNT)
              MOVE OD-QTY           TO ORD-QTY(ORDER-COUNT)
              MOVE OD-UNIT-PRICE    TO ORD-PRICE(ORDER-COUNT)
              MOVE OD-DUE-DAY       TO ORD-DUE(ORDER-COUNT)
              MOVE 0                TO ORD-SHORT(ORDER-COUNT)
            END-IF
        END-READ
      END-PERFORM
      CLOSE ORDER-FILE.

    *> ==============================
    *>  受注済の討伐依頼の読み込み
    *>  遠征に出る日は手作業の精錬ができないので、
    *>  納期前の手当て日数から差し引く
    *> ==============================
    LOAD-BOUNTY-BOOK.
      MOVE 0 TO BOUNTY-COUNT

      OPEN INPUT BOUNTY-FILE
      IF BOUNTY-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF

      MOVE 0 TO FILE-EOF
      PERFORM UNTIL FILE-EOF = 1
        READ BOUNTY-FILE
          AT END
            MOVE 1 TO FILE-EOF
          NOT AT END
            IF BT-STATUS = 2 AND BOUNTY-COUNT < 10
              ADD 1 TO BOUNTY-COUNT
              MOVE BT-ID           TO BNT-ID(BOUNTY-COUNT)
              MOVE BT-CUSTOMER     TO BNT-CUSTOMER(BOUNTY-COUNT)
              MOVE BT-MONSTER-NAME TO BNT-MONSTER(BOUNTY-COUNT)
              MOVE BT-KILL-COUNT   TO BNT-KILLS(BOUNTY-COUNT)
              MOVE BT-DEADLINE     TO BNT-DEADLINE(BOUNTY-COUNT)
              MOVE BT-REWARD       TO BNT-REWARD(BOUNTY-COUNT)
            END-IF
        END-READ
      END-PERFORM
      CLOSE BOUNTY-FILE.

    *> ==============================
    *>  生産能力の読み込み（職人名簿・鉱山台帳）
    *> ==============================
    LOAD-CAPACITY.
      MOVE 0 TO APPR-COUNT
      OPEN INPUT APPRENTICE-FILE
      IF APPR-FILE-STATUS = "00"
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
          READ APPRENTICE-FILE
            AT END
              MOVE 1 TO FILE-EOF
            NOT AT END
              IF APPR-COUNT < 8
                ADD 1 TO APPR-COUNT
                MOVE AP-ROLE  TO APR-ROLE(APPR-COUNT)
                MOVE AP-METAL TO APR-METAL(APPR-COUNT)
                MOVE AP-SKILL TO APR-SKILL(APPR-COUNT)
              END-IF
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
                MOVE MN-METAL   TO MIN-METAL(MINE-COUNT)
                MOVE MN-YIELD   TO MIN-YIELD(MINE-COUNT)
                MOVE MN-RESERVE TO MIN-RESERVE(MINE-COUNT)
              END-IF
          END-READ
        END-PERFORM
        CLOSE MINE-FILE
      END-IF.

    *> ==============================
    *>  未着の発注の読み込み（入荷予定）
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
              MOVE PO-METAL   TO POR-METAL(PO-COUNT)
              MOVE PO-QTY     TO POR-QTY(PO-COUNT)
              MOVE PO-DUE-DAY TO POR-DUE(PO-COUNT)
            END-IF
        END-READ
      END-PERFORM
      CLOSE PURCHASE-ORDER-FILE.

    *> ==============================
    *>  金属グレード別に仕入先の最短納期を控える
    *>  （発注で手当てするときの発注期限に使う）
    *> ==============================
    LOAD-SUPPLIER-LEADS.
      PERFORM VARYING M FROM 1 UNTIL M > 3
        MOVE 0 TO LEAD-FOUND(M)
        MOVE 99 TO SHORTEST-LEAD(M)
      END-PERFORM

      OPEN INPUT SUPPLIER-FILE
      IF SUPPLIER-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF

      MOVE 0 TO FILE-EOF
      PERFORM UNTIL FILE-EOF = 1
        READ SUPPLIER-FILE
          AT END
            MOVE 1 TO FILE-EOF
          NOT AT END
            PERFORM VARYING M FROM 1 UNTIL M > 3
              IF SP-SELLS(M) = 1
                AND SP-LEAD-DAYS < SHORTEST-LEAD(M)
                MOVE 1 TO LEAD-FOUND(M)
                MOVE SP-LEAD-DAYS TO SHORTEST-LEAD(M)
              END-IF
            END-PERFORM
        END-READ
      END-PERFORM
      CLOSE SUPPLIER-FILE.

    *> ==============================
    *>  計画期間の決定
    *>  本日から最も遅い納期まで（契約がなければ7日分）。
    *>  上限は60日
    *> ==============================
    SET-PLAN-HORIZON.
      COMPUTE PLAN-LAST-DAY = LK-GAME-DAY + 6
      PERFORM VARYING I FROM 1 UNTIL I > ORDER-COUNT
        IF ORD-DUE(I) > PLAN-LAST-DAY
          MOVE ORD-DUE(I) TO PLAN-LAST-DAY
        END-IF
      END-PERFORM
      IF PLAN-LAST-DAY - LK-GAME-DAY + 1 > PLAN-DAYS-MAX
        COMPUTE PLAN-LAST-DAY = LK-GAME-DAY + PLAN-DAYS-MAX - 1
      END-IF
      COMPUTE PLAN-DAYS = PLAN-LAST-DAY - LK-GAME-DAY + 1.

    *> ==============================
    *>  金属1種類分の日別見込み
    *>  初日は現在の在庫。2日目以降は日替わり処理と同じ順に
    *>  入荷→採掘職人→精錬職人→鉱山の産出を積み、
    *>  その日が納期の契約からインゴットを引き当てる。
    *>  精錬は鉱石を精錬比で割った分だけインゴットになる
    *> ==============================
    PROJECT-ONE-METAL.
      MOVE LK-ORE-STOCK(M)   TO SIM-ORE
      MOVE LK-INGOT-STOCK(M) TO SIM-INGOT
      PERFORM VARYING K FROM 1 UNTIL K > MINE-COUNT
        MOVE MIN-RESERVE(K) TO SIM-MINE-RESERVE(K)
      END-PERFORM

      PERFORM VARYING D FROM 1 UNTIL D > PLAN-DAYS
        COMPUTE PLAN-GAME-DAY = LK-GAME-DAY + D - 1
        MOVE 0 TO PLN-RECEIPT(M D)
        MOVE 0 TO PLN-MADE-ORE(M D)
        MOVE 0 TO PLN-MADE-INGOT(M D)
        MOVE 0 TO PLN-DEMAND(M D)
        MOVE 0 TO PLN-SHORT(M D)
        IF D > 1
          PERFORM PROJECT-DAY-CLOSE
        END-IF
        MOVE SIM-ORE   TO PLN-ORE(M D)
        MOVE SIM-INGOT TO PLN-INGOT(M D)
        PERFORM VARYING I FROM 1 UNTIL I > ORDER-COUNT
          IF ORD-METAL(I) = M AND ORD-DUE(I) = PLAN-GAME-DAY
            PERFORM ALLOCATE-CONTRACT
          END-IF
        END-PERFORM
      END-PERFORM.

    PROJECT-DAY-CLOSE.
      *> 入荷予定（遅延中のものは翌日入荷と見る）
      PERFORM VARYING K FROM 1 UNTIL K > PO-COUNT
        IF POR-METAL(K) = M
          AND (POR-DUE(K) = PLAN-GAME-DAY
           OR (D = 2 AND POR-DUE(K) < PLAN-GAME-DAY))
          ADD POR-QTY(K) TO SIM-ORE
          ADD POR-QTY(K) TO PLN-RECEIPT(M D)
        END-IF
      END-PERFORM

      PERFORM VARYING K FROM 1 UNTIL K > APPR-COUNT
        IF APR-METAL(K) = M AND APR-ROLE(K) = 1
          COMPUTE SIM-OUTPUT = APR-SKILL(K) * 3
          ADD SIM-OUTPUT TO SIM-ORE
          ADD SIM-OUTPUT TO PLN-MADE-ORE(M D)
        END-IF
      END-PERFORM

      PERFORM VARYING K FROM 1 UNTIL K > APPR-COUNT
        IF APR-METAL(K) = M AND APR-ROLE(K) = 2
          MOVE APR-SKILL(K) TO SIM-OUTPUT
          IF SIM-OUTPUT * MT-REFINE-RATIO(M) > SIM-ORE
            COMPUTE SIM-OUTPUT = SIM-ORE / MT-REFINE-RATIO(M)
          END-IF
          COMPUTE SIM-ORE = SIM-ORE - SIM-OUTPUT * MT-REFINE-RATIO(M)
          ADD SIM-OUTPUT TO SIM-INGOT
          ADD SIM-OUTPUT TO PLN-MADE-INGOT(M D)
        END-IF
      END-PERFORM

      PERFORM VARYING K FROM 1 UNTIL K > MINE-COUNT
        IF MIN-METAL(K) = M
          MOVE MIN-YIELD(K) TO SIM-OUTPUT
          IF SIM-OUTPUT > SIM-MINE-RESERVE(K)
            MOVE SIM-MINE-RESERVE(K) TO SIM-OUTPUT
          END-IF
          SUBTRACT SIM-OUTPUT FROM SIM-MINE-RESERVE(K)
          ADD SIM-OUTPUT TO SIM-ORE
          ADD SIM-OUTPUT TO PLN-MADE-ORE(M D)
        END-IF
      END-PERFORM.

    *> ==============================
    *>  契約1件へのインゴットの引き当て
    *> ==============================
    ALLOCATE-CONTRACT.
      ADD ORD-QTY(I) TO PLN-DEMAND(M D)
      IF ORD-QTY(I) <= SIM-INGOT
        SUBTRACT ORD-QTY(I) FROM SIM-INGOT
      ELSE
        COMPUTE ORD-SHORT(I) = ORD-QTY(I) - SIM-INGOT
        MOVE 0 TO SIM-INGOT
        ADD ORD-SHORT(I) TO PLN-SHORT(M D)
      END-IF.

    *> ==============================
    *>  所要量計画レポートの書き出し
    *> ==============================
    WRITE-MRP-REPORT.
      OPEN OUTPUT MRP-REPORT-FILE

      MOVE "==============================================="
        TO MRP-REPORT-LINE
      WRITE MRP-REPORT-LINE
      MOVE SPACE TO MRP-REPORT-LINE
      STRING " 資材所要量計画  DAY" LK-GAME-DAY
             " 〜 DAY" PLAN-LAST-DAY
        DELIMITED BY SIZE INTO MRP-REPORT-LINE
      WRITE MRP-REPORT-LINE
      MOVE "==============================================="
        TO MRP-REPORT-LINE
      WRITE MRP-REPORT-LINE

      PERFORM VARYING M FROM 1 UNTIL M > 3
        PERFORM WRITE-METAL-SECTION
      END-PERFORM

      PERFORM WRITE-BOUNTY-SECTION

      MOVE "-----------------------------------------------"
        TO MRP-REPORT-LINE
      WRITE MRP-REPORT-LINE
      MOVE SPACE TO MRP-REPORT-LINE
      STRING "  資材不足の契約          " AT-RISK-COUNT "件"
        DELIMITED BY SIZE INTO MRP-REPORT-LINE
      WRITE MRP-REPORT-LINE
      MOVE AT-RISK-PENALTY TO AMOUNT-DISP
      MOVE SPACE TO MRP-REPORT-LINE
      STRING "  違約金リスク合計        " AMOUNT-DISP
        DELIMITED BY SIZE INTO MRP-REPORT-LINE
      WRITE MRP-REPORT-LINE
      MOVE "==============================================="
        TO MRP-REPORT-LINE
      WRITE MRP-REPORT-LINE

      CLOSE MRP-REPORT-FILE.

    *> ==============================
    *>  金属1種類分の日別表と契約別の手当て
    *> ==============================
    WRITE-METAL-SECTION.
      PERFORM SUM-DAILY-CAPACITY

      MOVE SPACE TO MRP-REPORT-LINE
      STRING "【" FUNCTION TRIM(MT-NAME(M)) "】"
             " 在庫 鉱石" LK-ORE-STOCK(M)
             " インゴット" LK-INGOT-STOCK(M)
             " 精錬比" MT-REFINE-RATIO(M) ":1"
        DELIMITED BY SIZE INTO MRP-REPORT-LINE
      WRITE MRP-REPORT-LINE
      MOVE SPACE TO MRP-REPORT-LINE
      STRING "  日産見込 採掘職人" DAILY-MINER-ORE
             " 鉱山" DAILY-MINE-ORE
             " 精錬能力" DAILY-REFINE-CAP "個／日"
        DELIMITED BY SIZE INTO MRP-REPORT-LINE
      WRITE MRP-REPORT-LINE
      MOVE "  DAY    入荷   産出   精錬 鉱石計 地金計   所要   不足"
        TO MRP-REPORT-LINE
      WRITE MRP-REPORT-LINE

      PERFORM VARYING D FROM 1 UNTIL D > PLAN-DAYS
        COMPUTE PLAN-GAME-DAY = LK-GAME-DAY + D - 1
        MOVE SPACE TO MRP-REPORT-LINE
        STRING "  " PLAN-GAME-DAY
               " " PLN-RECEIPT(M D)
               " " PLN-MADE-ORE(M D)
               " " PLN-MADE-INGOT(M D)
               " " PLN-ORE(M D)
               " " PLN-INGOT(M D)
               " " PLN-DEMAND(M D)
               " " PLN-SHORT(M D)
          DELIMITED BY SIZE INTO MRP-REPORT-LINE
        WRITE MRP-REPORT-LINE
      END-PERFORM

      PERFORM VARYING I FROM 1 UNTIL I > ORDER-COUNT
        IF ORD-METAL(I) = M
          PERFORM WRITE-CONTRACT-LINE
        END-IF
      END-PERFORM
      MOVE SPACE TO MRP-REPORT-LINE
      WRITE MRP-REPORT-LINE.

    SUM-DAILY-CAPACITY.
      MOVE 0 TO DAILY-MINER-ORE
      MOVE 0 TO DAILY-MINE-ORE
      MOVE 0 TO DAILY-REFINE-CAP
      PERFORM VARYING K FROM 1 UNTIL K > APPR-COUNT
        IF APR-METAL(K) = M
          IF APR-ROLE(K) = 1
            COMPUTE DAILY-MINER-ORE =
                DAILY-MINER-ORE + APR-SKILL(K) * 3
          ELSE
            ADD APR-SKILL(K) TO DAILY-REFINE-CAP
          END-IF
        END-IF
      END-PERFORM
      PERFORM VARYING K FROM 1 UNTIL K > MINE-COUNT
        IF MIN-METAL(K) = M
          ADD MIN-YIELD(K) TO DAILY-MINE-ORE
        END-IF
      END-PERFORM.

    *> ==============================
    *>  契約1件の充足判定と手当ての期限
    *>  精錬はその日の日替わりを挟むので、納期に納めるには
    *>  前日までに精錬する。鉱石が足りなければ鉱石屋なら
    *>  精錬と同じ日、発注なら最短納期の分だけ前に手配する。
    *>  納期までに遠征で埋まる日は手作業の余裕から除く
    *> ==============================
    WRITE-CONTRACT-LINE.
      MOVE SPACE TO MRP-REPORT-LINE
      STRING "  契約No." ORD-ID(I)
             " " ORD-CUSTOMER(I)
             " 数量" ORD-QTY(I)
             " 納期DAY" ORD-DUE(I)
        DELIMITED BY SIZE INTO MRP-REPORT-LINE
      WRITE MRP-REPORT-LINE

      IF ORD-SHORT(I) = 0
        MOVE "      → 見込み在庫で充足" TO MRP-REPORT-LINE
        WRITE MRP-REPORT-LINE
        EXIT PARAGRAPH
      END-IF

      COMPUTE ORE-NEEDED = ORD-SHORT(I) * MT-REFINE-RATIO(M)
      COMPUTE REFINE-BY-DAY = ORD-DUE(I) - 1
      COMPUTE D = ORD-DUE(I) - LK-GAME-DAY
      IF D >= 1
        MOVE PLN-ORE(M D) TO ORE-ON-HAND
      ELSE
        MOVE 0 TO ORE-ON-HAND
      END-IF

      MOVE 0 TO EXPEDITION-DAYS
      PERFORM VARYING K FROM 1 UNTIL K > BOUNTY-COUNT
        IF BNT-DEADLINE(K) >= LK-GAME-DAY
          AND BNT-DEADLINE(K) < ORD-DUE(I)
          ADD 1 TO EXPEDITION-DAYS
        END-IF
      END-PERFORM
      COMPUTE SPARE-DAYS =
          ORD-DUE(I) - LK-GAME-DAY - EXPEDITION-DAYS

      COMPUTE PENALTY-AMOUNT = ORD-QTY(I) * ORD-PRICE(I) / 10
      ADD 1 TO AT-RISK-COUNT
      ADD PENALTY-AMOUNT TO AT-RISK-PENALTY

      MOVE SPACE TO MRP-REPORT-LINE
      STRING "      → 不足インゴット" ORD-SHORT(I)
             " 鉱石換算" ORE-NEEDED
             " 前日の鉱石見込" ORE-ON-HAND
        DELIMITED BY SIZE INTO MRP-REPORT-LINE
      WRITE MRP-REPORT-LINE

      IF REFINE-BY-DAY < LK-GAME-DAY OR SPARE-DAYS <= 0
        MOVE SPACE TO MRP-REPORT-LINE
        STRING "      → 手当ての日がありません"
               "（遠征" EXPEDITION-DAYS "日）"
          DELIMITED BY SIZE INTO MRP-REPORT-LINE
        WRITE MRP-REPORT-LINE
      ELSE
        MOVE REFINE-BY-DAY TO DAY-DISP
        IF ORE-ON-HAND >= ORE-NEEDED
          MOVE SPACE TO MRP-REPORT-LINE
          STRING "      → 手持ちの鉱石を精錬 期限DAY" DAY-DISP
            DELIMITED BY SIZE INTO MRP-REPORT-LINE
          WRITE MRP-REPORT-LINE
        ELSE
          COMPUTE ORE-TO-BUY = ORE-NEEDED - ORE-ON-HAND
          MOVE SPACE TO MRP-REPORT-LINE
          STRING "      → 鉱石" ORE-TO-BUY
                 "個を購入して精錬 期限DAY" DAY-DISP
            DELIMITED BY SIZE INTO MRP-REPORT-LINE
          WRITE MRP-REPORT-LINE
          IF LEAD-FOUND(M) = 1
            COMPUTE ORDER-BY-DAY = REFINE-BY-DAY - SHORTEST-LEAD(M)
            IF ORDER-BY-DAY >= LK-GAME-DAY
              MOVE ORDER-BY-DAY TO DAY-DISP
              MOVE SPACE TO MRP-REPORT-LINE
              STRING "        （仕入先へ発注するなら期限DAY"
                     DAY-DISP "）"
                DELIMITED BY SIZE INTO MRP-REPORT-LINE
              WRITE MRP-REPORT-LINE
            ELSE
              MOVE "        （発注では間に合いません。鉱石屋で購入）"
                TO MRP-REPORT-LINE
              WRITE MRP-REPORT-LINE
            END-IF
          END-IF
        END-IF
      END-IF

      MOVE PENALTY-AMOUNT TO AMOUNT-DISP
      MOVE SPACE TO MRP-REPORT-LINE
      STRING "      ※違約金リスク" AMOUNT-DISP
        DELIMITED BY SIZE INTO MRP-REPORT-LINE
      WRITE MRP-REPORT-LINE.

    *> ==============================
    *>  受注済の討伐依頼（遠征日の確保）
    *> ==============================
    WRITE-BOUNTY-SECTION.
      MOVE "【討伐依頼】（期限までに遠征日が必要）"
        TO MRP-REPORT-LINE
      WRITE MRP-REPORT-LINE

      IF BOUNTY-COUNT = 0
        MOVE "  受注済の討伐依頼はありません" TO MRP-REPORT-LINE
        WRITE MRP-REPORT-LINE
        EXIT PARAGRAPH
      END-IF

      PERFORM VARYING K FROM 1 UNTIL K > BOUNTY-COUNT
        MOVE SPACE TO MRP-REPORT-LINE
        STRING "  依頼No." BNT-ID(K)
               " " BNT-MONSTER(K)(1:24)
               " 討伐数" BNT-KILLS(K)
               " 期限DAY" BNT-DEADLINE(K)
               " 報酬" BNT-REWARD(K)
          DELIMITED BY SIZE INTO MRP-REPORT-LINE
        WRITE MRP-REPORT-LINE
      END-PERFORM.
