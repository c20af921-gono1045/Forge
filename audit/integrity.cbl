  IDENTIFICATION DIVISION.
  PROGRAM-ID. INTEGRITY.

  ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
      SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CUSTOMER-FILE-STATUS.
      SELECT ORDER-FILE ASSIGN TO "ORDERS"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDER-FILE-STATUS.
      SELECT RECEIVABLE-FILE ASSIGN TO "RECVBOOK"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RECV-FILE-STATUS.
      SELECT BOUNTY-FILE ASSIGN TO "BOUNTIES"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BOUNTY-FILE-STATUS.
      SELECT APPRENTICE-FILE ASSIGN TO "APPRBOOK"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS APPR-FILE-STATUS.
      SELECT MINE-FILE ASSIGN TO "MINEBOOK"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS MINE-FILE-STATUS.
      SELECT TRANSACTION-LEDGER-FILE ASSIGN TO "LEDGER"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LEDGER-STATUS.
      SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SUSPENSE-STATUS.
      SELECT CHECK-REPORT-FILE ASSIGN TO "INTEGRPT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CHECK-REPORT-STATUS.

  DATA DIVISION.

  FILE SECTION.
  FD CUSTOMER-FILE.
  COPY CUSTREC.

  FD ORDER-FILE.
  COPY ORDERREC.

  FD RECEIVABLE-FILE.
  COPY RECVREC.

  FD BOUNTY-FILE.
  COPY BOUNTYREC.

  FD APPRENTICE-FILE.
  COPY APPRREC.

  FD MINE-FILE.
  COPY MINEREC.

  FD TRANSACTION-LEDGER-FILE.
  COPY LEDGERREC.

  FD SUSPENSE-FILE.
  COPY SUSPREC.

  FD CHECK-REPORT-FILE.
  01 CHECK-REPORT-LINE PIC X(120).

  WORKING-STORAGE SECTION.
  01 CUSTOMER-FILE-STATUS PIC XX.
  01 ORDER-FILE-STATUS    PIC XX.
  01 RECV-FILE-STATUS     PIC XX.
  01 BOUNTY-FILE-STATUS   PIC XX.
  01 APPR-FILE-STATUS     PIC XX.
  01 MINE-FILE-STATUS     PIC XX.
  01 LEDGER-STATUS        PIC XX.
  01 SUSPENSE-STATUS      PIC XX.
  01 CHECK-REPORT-STATUS  PIC XX.
  01 FILE-EOF             PIC 9.
  01 I                    PIC 9(3).
  01 J                    PIC 9(3).
  01 M                    PIC 9.
  01 F                    PIC 9.
  01 CHECK-OPTION         PIC 9.
  01 MOVE-TO-SUSPENSE     PIC 9 VALUE 0.

  *> ------ 検査する台帳（並び順がレポートの順） ------
  01 CHECK-FILE-NAME-VALUES.
    05 FILLER PIC X(8) VALUE "CUSTFILE".
    05 FILLER PIC X(8) VALUE "ORDERS".
    05 FILLER PIC X(8) VALUE "RECVBOOK".
    05 FILLER PIC X(8) VALUE "BOUNTIES".
    05 FILLER PIC X(8) VALUE "APPRBOOK".
    05 FILLER PIC X(8) VALUE "MINEBOOK".
  01 CHECK-FILE-NAME-TABLE REDEFINES CHECK-FILE-NAME-VALUES.
    05 CHECK-FILE-NAME OCCURS 6 PIC X(8).
  01 CHECK-FILE-TOTALS.
    05 CFT-ENTRY OCCURS 6.
      10 CFT-FOUND        PIC 9.
      10 CFT-READ         PIC 9(3).
      10 CFT-EXCEPTIONS   PIC 9(3).
      10 CFT-BAD          PIC 9(3).

  *> ------ 検査規則 ------
  01 CHECK-RULE-VALUES.
    05 FILLER PIC X(60) VALUE "IDが0または重複している".
    05 FILLER PIC X(60) VALUE "顧客IDが顧客マスタにない".
    05 FILLER PIC X(60) VALUE "モンスター名がモンスターマスタにない".
    05 FILLER PIC X(60) VALUE "金属グレードが1〜3でない".
    05 FILLER PIC X(60) VALUE "状態コードがこの台帳で使えない値".
    05 FILLER PIC X(60) VALUE "役割・技能の区分が不正".
    05 FILLER PIC X(60) VALUE "売掛金に対応する納品が台帳にない".
    05 FILLER PIC X(60) VALUE "売掛金の金額・期日が不正".
    05 FILLER PIC X(60) VALUE "即金払いの顧客に売掛金がある".
  01 CHECK-RULE-TABLE REDEFINES CHECK-RULE-VALUES.
    05 CHECK-RULE-TEXT OCCURS 9 PIC X(60).

  *> ------ 例外1件分（FLAG-EXCEPTION に渡す） ------
  01 CHK-FILE-IX          PIC 9.
  01 CHK-ID               PIC 9(4).
  01 CHK-RULE             PIC 9(2).
  01 CHK-VALUE            PIC X(30).
  01 EXCEPTION-COUNT      PIC 9(3) VALUE 0.
  01 BAD-RECORD-COUNT     PIC 9(3) VALUE 0.
  01 MOVED-COUNT          PIC 9(3) VALUE 0.

  *> ------ 顧客マスタ ------
  01 CUSTOMER-COUNT       PIC 99 VALUE 0.
  01 CUSTOMER-TABLE.
    05 CUS-ENTRY OCCURS 99.
      10 CUS-REC.
        15 CUS-ID         PIC 9(2).
        15 CUS-NAME       PIC X(30).
        15 CUS-TERMS      PIC 9(2).
        15 CUS-STANDING   PIC 9(3).
        15 CUS-WEIGHT     PIC 9(2).
      10 CUS-RULE         PIC 9(2).
  01 FIND-CUST-ID         PIC 9(2).
  01 CUST-IX              PIC 9(3).
  01 DUP-IX               PIC 9(3).

  *> ------ 受注契約 ------
  01 ORDER-COUNT          PIC 99 VALUE 0.
  01 ORDER-TABLE.
    05 ORD-ENTRY OCCURS 99.
      10 ORD-REC.
        15 ORD-ID         PIC 9(4).
        15 ORD-CUST       PIC 9(2).
        15 ORD-CUSTOMER   PIC X(30).
        15 ORD-METAL      PIC 9.
        15 ORD-QTY        PIC 9(5).
        15 ORD-PRICE      PIC 9(4).
        15 ORD-DUE        PIC 9(4).
        15 ORD-STATUS     PIC 9.
      10 ORD-RULE         PIC 9(2).

  *> ------ 売掛金 ------
  01 RECV-COUNT           PIC 99 VALUE 0.
  01 RECV-TABLE.
    05 RCV-ENTRY OCCURS 99.
      10 RCV-REC.
        15 RCV-ID         PIC 9(4).
        15 RCV-CUST       PIC 9(2).
        15 RCV-CUSTOMER   PIC X(30).
        15 RCV-AMOUNT     PIC 9(7).
        15 RCV-BILL-DAY   PIC 9(4).
        15 RCV-DUE-DAY    PIC 9(4).
        15 RCV-STATUS     PIC 9.
      10 RCV-RULE         PIC 9(2).

  *> ------ 討伐依頼 ------
  01 BOUNTY-COUNT         PIC 99 VALUE 0.
  01 BOUNTY-TABLE.
    05 BNT-ENTRY OCCURS 99.
      10 BNT-REC.
        15 BNT-ID         PIC 9(4).
        15 BNT-CUST       PIC 9(2).
        15 BNT-CUSTOMER   PIC X(30).
        15 BNT-MONSTER    PIC X(30).
        15 BNT-KILLS      PIC 9(2).
        15 BNT-DEADLINE   PIC 9(4).
        15 BNT-REWARD     PIC 9(6).
        15 BNT-ACCEPT-DAY PIC 9(4).
        15 BNT-STATUS     PIC 9.
      10 BNT-RULE         PIC 9(2).
  01 MONSTER-FOUND        PIC 9.

  *> ------ 職人名簿 ------
  01 APPR-COUNT           PIC 99 VALUE 0.
  01 APPR-TABLE.
    05 APR-ENTRY OCCURS 99.
      10 APR-REC.
        15 APR-ID         PIC 9(2).
        15 APR-NAME       PIC X(30).
        15 APR-ROLE       PIC 9.
        15 APR-METAL      PIC 9.
        15 APR-SKILL      PIC 9.
        15 APR-WAGE       PIC 9(4).
      10 APR-RULE         PIC 9(2).

  *> ------ 鉱山台帳 ------
  01 MINE-COUNT           PIC 99 VALUE 0.
  01 MINE-TABLE.
    05 MIN-ENTRY OCCURS 99.
      10 MIN-REC.
        15 MIN-ID         PIC 9(2).
        15 MIN-METAL      PIC 9.
        15 MIN-YIELD      PIC 9(3).
        15 MIN-RESERVE    PIC 9(5).
        15 MIN-UPKEEP     PIC 9(4).
      10 MIN-RULE         PIC 9(2).

  *> ------ 台帳に残る納品日（ORDERS でインゴットが減った日） ------
  *>  売掛金の起票日はこのどれかと一致するはず。
  *>  期末整理で台帳の先頭が落ちている場合は、
  *>  台帳の最初の日より前の売掛金は突き合わせない
  01 LEDGER-FIRST-DAY     PIC 9(4) VALUE 0.
  01 DELIVERY-DAY-COUNT   PIC 9(3) VALUE 0.
  01 DELIVERY-DAY-TABLE.
    05 DELIVERY-DAY OCCURS 500 PIC 9(4).
  01 DELIVERY-FOUND       PIC 9.
  01 D                    PIC 9(3).
  01 INGOT-DELTA          PIC S9(6).

  LINKAGE SECTION.
  01 LK-GAME-DAY  PIC 9(4).
  COPY MONSTERTABLE.
  COPY BATCHREQ.

  PROCEDURE DIVISION USING
      LK-GAME-DAY
      LK-MONSTER-TABLE
      LK-BATCH.

    DISPLAY "====== 台帳の整合性検査 ======"

    *> バッチでは BC-METAL＝0 で検査のみ、1 で不良レコードを保留へ移す
    IF LK-BATCH-MODE = 1
      MOVE LK-BATCH-METAL TO CHECK-OPTION
      IF CHECK-OPTION > 1
        DISPLAY "無効な指定です"
        MOVE 2 TO LK-BATCH-RESULT
        GOBACK
      END-IF
      MOVE CHECK-OPTION TO MOVE-TO-SUSPENSE
    ELSE
      DISPLAY "1：検査のみ"
      DISPLAY "2：検査して不良レコードを保留ファイルへ移す"
      DISPLAY "0：中止"
      ACCEPT CHECK-OPTION
      EVALUATE CHECK-OPTION
        WHEN 1
          MOVE 0 TO MOVE-TO-SUSPENSE
        WHEN 2
          MOVE 1 TO MOVE-TO-SUSPENSE
        WHEN OTHER
          DISPLAY "検査を中止しました"
          MOVE 1 TO LK-BATCH-RESULT
          GOBACK
      END-EVALUATE
    END-IF

    PERFORM VARYING F FROM 1 UNTIL F > 6
      MOVE 0 TO CFT-FOUND(F)
      MOVE 0 TO CFT-READ(F)
      MOVE 0 TO CFT-EXCEPTIONS(F)
      MOVE 0 TO CFT-BAD(F)
    END-PERFORM

    PERFORM LOAD-CUSTOMER-FILE
    PERFORM LOAD-ORDER-FILE
    PERFORM LOAD-RECV-FILE
    PERFORM LOAD-BOUNTY-FILE
    PERFORM LOAD-APPR-FILE
    PERFORM LOAD-MINE-FILE
    PERFORM LOAD-DELIVERY-DAYS

    OPEN OUTPUT CHECK-REPORT-FILE
    MOVE "==============================================="
      TO CHECK-REPORT-LINE
    WRITE CHECK-REPORT-LINE
    MOVE SPACE TO CHECK-REPORT-LINE
    STRING " 台帳の整合性検査  DAY" LK-GAME-DAY
      DELIMITED BY SIZE INTO CHECK-REPORT-LINE
    WRITE CHECK-REPORT-LINE
    MOVE "==============================================="
      TO CHECK-REPORT-LINE
    WRITE CHECK-REPORT-LINE

    *> 顧客マスタを先に検査し、不良と判定した顧客は
    *> 他の台帳からの参照先として数えない
    PERFORM CHECK-CUSTOMERS
    PERFORM CHECK-ORDERS
    PERFORM CHECK-RECEIVABLES
    PERFORM CHECK-BOUNTIES
    PERFORM CHECK-APPRENTICES
    PERFORM CHECK-MINES

    IF MOVE-TO-SUSPENSE = 1 AND BAD-RECORD-COUNT > 0
      PERFORM MOVE-BAD-RECORDS
    END-IF

    PERFORM WRITE-CHECK-SUMMARY
    CLOSE CHECK-REPORT-FILE

    DISPLAY "例外：" EXCEPTION-COUNT "件（不良レコード"
      BAD-RECORD-COUNT "件）"
    IF MOVE-TO-SUSPENSE = 1
      DISPLAY "保留ファイル（SUSPENSE）へ移したレコード："
        MOVED-COUNT "件"
    END-IF
    DISPLAY "検査結果をレポートファイル（INTEGRPT）に書きました"
    MOVE 0 TO LK-BATCH-RESULT

    GOBACK.

    *> ==============================
    *>  各台帳の読み込み
    *>  台帳がない（まだ作られていない）ときは0件として扱い、
    *>  書き戻しもしない
    *> ==============================
    LOAD-CUSTOMER-FILE.
      OPEN INPUT CUSTOMER-FILE
      IF CUSTOMER-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF
      MOVE 1 TO CFT-FOUND(1)

      MOVE 0 TO FILE-EOF
      PERFORM UNTIL FILE-EOF = 1
        READ CUSTOMER-FILE
          AT END
            MOVE 1 TO FILE-EOF
          NOT AT END
            IF CUSTOMER-COUNT < 99
              ADD 1 TO CUSTOMER-COUNT
              MOVE CUSTOMER-RECORD TO CUS-REC(CUSTOMER-COUNT)
              MOVE 0 TO CUS-RULE(CUSTOMER-COUNT)
            END-IF
        END-READ
      END-PERFORM
      CLOSE CUSTOMER-FILE
      MOVE CUSTOMER-COUNT TO CFT-READ(1).

    LOAD-ORDER-FILE.
      OPEN INPUT ORDER-FILE
      IF ORDER-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF
      MOVE 1 TO CFT-FOUND(2)

      MOVE 0 TO FILE-EOF
      PERFORM UNTIL FILE-EOF = 1
        READ ORDER-FILE
          AT END
            MOVE 1 TO FILE-EOF
          NOT AT END
            IF ORDER-COUNT < 99
              ADD 1 TO ORDER-COUNT
              MOVE ORDER-RECORD TO ORD-REC(ORDER-COUNT)
              MOVE 0 TO ORD-RULE(ORDER-COUNT)
            END-IF
        END-READ
      END-PERFORM
      CLOSE ORDER-FILE
      MOVE ORDER-COUNT TO CFT-READ(2).

    LOAD-RECV-FILE.
      OPEN INPUT RECEIVABLE-FILE
      IF RECV-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF
      MOVE 1 TO CFT-FOUND(3)

      MOVE 0 TO FILE-EOF
      PERFORM UNTIL FILE-EOF = 1
        READ RECEIVABLE-FILE
          AT END
            MOVE 1 TO FILE-EOF
          NOT AT END
            IF RECV-COUNT < 99
              ADD 1 TO RECV-COUNT
              MOVE RECEIVABLE-RECORD TO RCV-REC(RECV-COUNT)
              MOVE 0 TO RCV-RULE(RECV-COUNT)
            END-IF
        END-READ
      END-PERFORM
      CLOSE RECEIVABLE-FILE
      MOVE RECV-COUNT TO CFT-READ(3).

    LOAD-BOUNTY-FILE.
      OPEN INPUT BOUNTY-FILE
      IF BOUNTY-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF
      MOVE 1 TO CFT-FOUND(4)

      MOVE 0 TO FILE-EOF
      PERFORM UNTIL FILE-EOF = 1
        READ BOUNTY-FILE
          AT END
            MOVE 1 TO FILE-EOF
          NOT AT END
            IF BOUNTY-COUNT < 99
              ADD 1 TO BOUNTY-COUNT
              MOVE BOUNTY-RECORD TO BNT-REC(BOUNTY-COUNT)
              MOVE 0 TO BNT-RULE(BOUNTY-COUNT)
            END-IF
        END-READ
      END-PERFORM
      CLOSE BOUNTY-FILE
      MOVE BOUNTY-COUNT TO CFT-READ(4).

    LOAD-APPR-FILE.
      OPEN INPUT APPRENTICE-FILE
      IF APPR-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF
      MOVE 1 TO CFT-FOUND(5)

      MOVE 0 TO FILE-EOF
      PERFORM UNTIL FILE-EOF = 1
        READ APPRENTICE-FILE
          AT END
            MOVE 1 TO FILE-EOF
          NOT AT END
            IF APPR-COUNT < 99
              ADD 1 TO APPR-COUNT
              MOVE APPRENTICE-RECORD TO APR-REC(APPR-COUNT)
              MOVE 0 TO APR-RULE(APPR-COUNT)
            END-IF
        END-READ
      END-PERFORM
      CLOSE APPRENTICE-FILE
      MOVE APPR-COUNT TO CFT-READ(5).

    LOAD-MINE-FILE.
      OPEN INPUT MINE-FILE
      IF MINE-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF
      MOVE 1 TO CFT-FOUND(6)

      MOVE 0 TO FILE-EOF
      PERFORM UNTIL FILE-EOF = 1
        READ MINE-FILE
          AT END
            MOVE 1 TO FILE-EOF
          NOT AT END
            IF MINE-COUNT < 99
              ADD 1 TO MINE-COUNT
              MOVE MINE-RECORD TO MIN-REC(MINE-COUNT)
              MOVE 0 TO MIN-RULE(MINE-COUNT)
            END-IF
        END-READ
      END-PERFORM
      CLOSE MINE-FILE
      MOVE MINE-COUNT TO CFT-READ(6).

    *> ==============================
    *>  台帳から納品日を拾う
    *>  ORDERS の記帳でインゴットが減っていれば納品がある
    *> ==============================
    LOAD-DELIVERY-DAYS.
      OPEN INPUT TRANSACTION-LEDGER-FILE
      IF LEDGER-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF

      MOVE 0 TO FILE-EOF
      PERFORM UNTIL FILE-EOF = 1
        READ TRANSACTION-LEDGER-FILE
          AT END
            MOVE 1 TO FILE-EOF
          NOT AT END
            IF LEDGER-FIRST-DAY = 0
              MOVE LDG-GAME-DAY TO LEDGER-FIRST-DAY
            END-IF
            IF LDG-PROGRAM-NAME = "ORDERS"
              MOVE 0 TO INGOT-DELTA
              PERFORM VARYING M FROM 1 UNTIL M > 3
                COMPUTE INGOT-DELTA = INGOT-DELTA
                    + LDG-INGOT-BEFORE(M) - LDG-INGOT-AFTER(M)
              END-PERFORM
              IF INGOT-DELTA > 0 AND DELIVERY-DAY-COUNT < 500
                ADD 1 TO DELIVERY-DAY-COUNT
                MOVE LDG-GAME-DAY TO DELIVERY-DAY(DELIVERY-DAY-COUNT)
              END-IF
            END-IF
        END-READ
      END-PERFORM
      CLOSE TRANSACTION-LEDGER-FILE.

    *> ==============================
    *>  例外1件の報告
    *>  CHK-FILE-IX・CHK-ID・CHK-RULE・CHK-VALUE を埋めてから呼ぶ
    *> ==============================
    FLAG-EXCEPTION.
      ADD 1 TO EXCEPTION-COUNT
      ADD 1 TO CFT-EXCEPTIONS(CHK-FILE-IX)
      MOVE SPACE TO CHECK-REPORT-LINE
      IF CHK-VALUE = SPACE
        STRING CHECK-FILE-NAME(CHK-FILE-IX) " No." CHK-ID
               " 規則" CHK-RULE "："
               FUNCTION TRIM(CHECK-RULE-TEXT(CHK-RULE))
          DELIMITED BY SIZE INTO CHECK-REPORT-LINE
      ELSE
        STRING CHECK-FILE-NAME(CHK-FILE-IX) " No." CHK-ID
               " 規則" CHK-RULE "："
               FUNCTION TRIM(CHECK-RULE-TEXT(CHK-RULE))
               "（" FUNCTION TRIM(CHK-VALUE) "）"
          DELIMITED BY SIZE INTO CHECK-REPORT-LINE
      END-IF
      WRITE CHECK-REPORT-LINE
      DISPLAY "【例外】" FUNCTION TRIM(CHECK-REPORT-LINE).

    *> ==============================
    *>  顧客IDから有効な顧客を探す（不良と判定した顧客は除く）
    *> ==============================
    FIND-CUSTOMER.
      MOVE 0 TO CUST-IX
      PERFORM VARYING J FROM 1 UNTIL J > CUSTOMER-COUNT
        IF CUST-IX = 0
          AND CUS-RULE(J) = 0
          AND CUS-ID(J) = FIND-CUST-ID
          MOVE J TO CUST-IX
        END-IF
      END-PERFORM.

    *> ==============================
    *>  顧客マスタ（CUSTFILE）
    *>  ・規則01：IDが0、または前のレコードと重複
    *> ==============================
    CHECK-CUSTOMERS.
      MOVE 1 TO CHK-FILE-IX
      PERFORM VARYING I FROM 1 UNTIL I > CUSTOMER-COUNT
        MOVE CUS-ID(I) TO CHK-ID
        MOVE 0 TO DUP-IX
        PERFORM VARYING J FROM 1 UNTIL J >= I
          IF CUS-ID(J) = CUS-ID(I)
            MOVE J TO DUP-IX
          END-IF
        END-PERFORM
        IF CUS-ID(I) = 0 OR DUP-IX > 0
          MOVE 1 TO CHK-RULE
          MOVE CUS-NAME(I) TO CHK-VALUE
          PERFORM FLAG-EXCEPTION
          PERFORM MARK-CUSTOMER-BAD
        END-IF
      END-PERFORM.

    MARK-CUSTOMER-BAD.
      IF CUS-RULE(I) = 0
        MOVE CHK-RULE TO CUS-RULE(I)
        ADD 1 TO BAD-RECORD-COUNT
        ADD 1 TO CFT-BAD(1)
      END-IF.

    *> ==============================
    *>  受注契約（ORDERS）
    *>  ・規則01：IDが0または重複
    *>  ・規則02：顧客IDが顧客マスタにない
    *>  ・規則04：金属グレードが1〜3でない
    *>  ・規則05：状態は1（提示中）か2（受注済）だけ
    *>    （納品済・期限切れは書き戻されない）
    *> ==============================
    CHECK-ORDERS.
      MOVE 2 TO CHK-FILE-IX
      PERFORM VARYING I FROM 1 UNTIL I > ORDER-COUNT
        MOVE ORD-ID(I) TO CHK-ID

        MOVE 0 TO DUP-IX
        PERFORM VARYING J FROM 1 UNTIL J >= I
          IF ORD-ID(J) = ORD-ID(I)
            MOVE J TO DUP-IX
          END-IF
        END-PERFORM
        IF ORD-ID(I) = 0 OR DUP-IX > 0
          MOVE 1 TO CHK-RULE
          MOVE ORD-CUSTOMER(I) TO CHK-VALUE
          PERFORM FLAG-EXCEPTION
          PERFORM MARK-ORDER-BAD
        END-IF

        MOVE ORD-CUST(I) TO FIND-CUST-ID
        PERFORM FIND-CUSTOMER
        IF CUST-IX = 0
          MOVE 2 TO CHK-RULE
          MOVE ORD-CUST(I) TO CHK-VALUE
          PERFORM FLAG-EXCEPTION
          PERFORM MARK-ORDER-BAD
        END-IF

        IF ORD-METAL(I) < 1 OR ORD-METAL(I) > 3
          MOVE 4 TO CHK-RULE
          MOVE ORD-METAL(I) TO CHK-VALUE
          PERFORM FLAG-EXCEPTION
          PERFORM MARK-ORDER-BAD
        END-IF

        IF ORD-STATUS(I) NOT = 1 AND ORD-STATUS(I) NOT = 2
          MOVE 5 TO CHK-RULE
          MOVE ORD-STATUS(I) TO CHK-VALUE
          PERFORM FLAG-EXCEPTION
          PERFORM MARK-ORDER-BAD
        END-IF
      END-PERFORM.

    MARK-ORDER-BAD.
      IF ORD-RULE(I) = 0
        MOVE CHK-RULE TO ORD-RULE(I)
        ADD 1 TO BAD-RECORD-COUNT
        ADD 1 TO CFT-BAD(2)
      END-IF.

    *> ==============================
    *>  売掛金（RECVBOOK）
    *>  ・規則01：IDが0または重複
    *>  ・規則02：顧客IDが顧客マスタにない
    *>  ・規則09：即金払い（取引条件0日）の顧客に売掛金がある
    *>  ・規則08：金額が0、または回収期日が起票日より前
    *>  ・規則05：状態は1（未回収）〜3（貸倒れ）
    *>  ・規則07：起票日に ORDERS の納品（インゴット減少）が
    *>    台帳にない（台帳の最初の日より前の起票は見ない）
    *> ==============================
    CHECK-RECEIVABLES.
      MOVE 3 TO CHK-FILE-IX
      PERFORM VARYING I FROM 1 UNTIL I > RECV-COUNT
        MOVE RCV-ID(I) TO CHK-ID

        MOVE 0 TO DUP-IX
        PERFORM VARYING J FROM 1 UNTIL J >= I
          IF RCV-ID(J) = RCV-ID(I)
            MOVE J TO DUP-IX
          END-IF
        END-PERFORM
        IF RCV-ID(I) = 0 OR DUP-IX > 0
          MOVE 1 TO CHK-RULE
          MOVE RCV-CUSTOMER(I) TO CHK-VALUE
          PERFORM FLAG-EXCEPTION
          PERFORM MARK-RECV-BAD
        END-IF

        MOVE RCV-CUST(I) TO FIND-CUST-ID
        PERFORM FIND-CUSTOMER
        IF CUST-IX = 0
          MOVE 2 TO CHK-RULE
          MOVE RCV-CUST(I) TO CHK-VALUE
          PERFORM FLAG-EXCEPTION
          PERFORM MARK-RECV-BAD
        ELSE
          IF CUS-TERMS(CUST-IX) = 0
            MOVE 9 TO CHK-RULE
            MOVE CUS-NAME(CUST-IX) TO CHK-VALUE
            PERFORM FLAG-EXCEPTION
            PERFORM MARK-RECV-BAD
          END-IF
        END-IF

        IF RCV-AMOUNT(I) = 0 OR RCV-DUE-DAY(I) < RCV-BILL-DAY(I)
          MOVE 8 TO CHK-RULE
          MOVE RCV-AMOUNT(I) TO CHK-VALUE
          PERFORM FLAG-EXCEPTION
          PERFORM MARK-RECV-BAD
        END-IF

        IF RCV-STATUS(I) < 1 OR RCV-STATUS(I) > 3
          MOVE 5 TO CHK-RULE
          MOVE RCV-STATUS(I) TO CHK-VALUE
          PERFORM FLAG-EXCEPTION
          PERFORM MARK-RECV-BAD
        END-IF

        IF LEDGER-FIRST-DAY > 0
          AND RCV-BILL-DAY(I) >= LEDGER-FIRST-DAY
          MOVE 0 TO DELIVERY-FOUND
          PERFORM VARYING D FROM 1 UNTIL D > DELIVERY-DAY-COUNT
            IF DELIVERY-DAY(D) = RCV-BILL-DAY(I)
              MOVE 1 TO DELIVERY-FOUND
            END-IF
          END-PERFORM
          IF DELIVERY-FOUND = 0
            MOVE 7 TO CHK-RULE
            MOVE RCV-BILL-DAY(I) TO CHK-VALUE
            PERFORM FLAG-EXCEPTION
            PERFORM MARK-RECV-BAD
          END-IF
        END-IF
      END-PERFORM.

    MARK-RECV-BAD.
      IF RCV-RULE(I) = 0
        MOVE CHK-RULE TO RCV-RULE(I)
        ADD 1 TO BAD-RECORD-COUNT
        ADD 1 TO CFT-BAD(3)
      END-IF.

    *> ==============================
    *>  討伐依頼（BOUNTIES）
    *>  ・規則01：IDが0または重複
    *>  ・規則02：顧客IDが顧客マスタにない
    *>  ・規則03：モンスター名がモンスターマスタの MM-NAME にない
    *>  ・規則05：状態は1（提示中）か2（受注済）だけ
    *>    （達成・期限切れは書き戻されない）
    *> ==============================
    CHECK-BOUNTIES.
      MOVE 4 TO CHK-FILE-IX
      PERFORM VARYING I FROM 1 UNTIL I > BOUNTY-COUNT
        MOVE BNT-ID(I) TO CHK-ID

        MOVE 0 TO DUP-IX
        PERFORM VARYING J FROM 1 UNTIL J >= I
          IF BNT-ID(J) = BNT-ID(I)
            MOVE J TO DUP-IX
          END-IF
        END-PERFORM
        IF BNT-ID(I) = 0 OR DUP-IX > 0
          MOVE 1 TO CHK-RULE
          MOVE BNT-CUSTOMER(I) TO CHK-VALUE
          PERFORM FLAG-EXCEPTION
          PERFORM MARK-BOUNTY-BAD
        END-IF

        MOVE BNT-CUST(I) TO FIND-CUST-ID
        PERFORM FIND-CUSTOMER
        IF CUST-IX = 0
          MOVE 2 TO CHK-RULE
          MOVE BNT-CUST(I) TO CHK-VALUE
          PERFORM FLAG-EXCEPTION
          PERFORM MARK-BOUNTY-BAD
        END-IF

        MOVE 0 TO MONSTER-FOUND
        PERFORM VARYING J FROM 1 UNTIL J > 5
          IF MM-NAME(J) = BNT-MONSTER(I)
            MOVE 1 TO MONSTER-FOUND
          END-IF
        END-PERFORM
        IF MONSTER-FOUND = 0
          MOVE 3 TO CHK-RULE
          MOVE BNT-MONSTER(I) TO CHK-VALUE
          PERFORM FLAG-EXCEPTION
          PERFORM MARK-BOUNTY-BAD
        END-IF

        IF BNT-STATUS(I) NOT = 1 AND BNT-STATUS(I) NOT = 2
          MOVE 5 TO CHK-RULE
          MOVE BNT-STATUS(I) TO CHK-VALUE
          PERFORM FLAG-EXCEPTION
          PERFORM MARK-BOUNTY-BAD
        END-IF
      END-PERFORM.

    MARK-BOUNTY-BAD.
      IF BNT-RULE(I) = 0
        MOVE CHK-RULE TO BNT-RULE(I)
        ADD 1 TO BAD-RECORD-COUNT
        ADD 1 TO CFT-BAD(4)
      END-IF.

    *> ==============================
    *>  職人名簿（APPRBOOK）
    *>  ・規則01：IDが0または重複
    *>  ・規則04：担当の金属グレードが1〜3でない
    *>  ・規則06：役割が1（採掘）・2（精錬）でない、技能が0
    *> ==============================
    CHECK-APPRENTICES.
      MOVE 5 TO CHK-FILE-IX
      PERFORM VARYING I FROM 1 UNTIL I > APPR-COUNT
        MOVE APR-ID(I) TO CHK-ID

        MOVE 0 TO DUP-IX
        PERFORM VARYING J FROM 1 UNTIL J >= I
          IF APR-ID(J) = APR-ID(I)
            MOVE J TO DUP-IX
          END-IF
        END-PERFORM
        IF APR-ID(I) = 0 OR DUP-IX > 0
          MOVE 1 TO CHK-RULE
          MOVE APR-NAME(I) TO CHK-VALUE
          PERFORM FLAG-EXCEPTION
          PERFORM MARK-APPR-BAD
        END-IF

        IF APR-METAL(I) < 1 OR APR-METAL(I) > 3
          MOVE 4 TO CHK-RULE
          MOVE APR-METAL(I) TO CHK-VALUE
          PERFORM FLAG-EXCEPTION
          PERFORM MARK-APPR-BAD
        END-IF

        IF APR-ROLE(I) < 1 OR APR-ROLE(I) > 2 OR APR-SKILL(I) = 0
          MOVE 6 TO CHK-RULE
          MOVE APR-NAME(I) TO CHK-VALUE
          PERFORM FLAG-EXCEPTION
          PERFORM MARK-APPR-BAD
        END-IF
      END-PERFORM.

    MARK-APPR-BAD.
      IF APR-RULE(I) = 0
        MOVE CHK-RULE TO APR-RULE(I)
        ADD 1 TO BAD-RECORD-COUNT
        ADD 1 TO CFT-BAD(5)
      END-IF.

    *> ==============================
    *>  鉱山台帳（MINEBOOK）
    *>  ・規則01：IDが0または重複
    *>  ・規則04：産出する金属グレードが1〜3でない
    *> ==============================
    CHECK-MINES.
      MOVE 6 TO CHK-FILE-IX
      PERFORM VARYING I FROM 1 UNTIL I > MINE-COUNT
        MOVE MIN-ID(I) TO CHK-ID

        MOVE 0 TO DUP-IX
        PERFORM VARYING J FROM 1 UNTIL J >= I
          IF MIN-ID(J) = MIN-ID(I)
            MOVE J TO DUP-IX
          END-IF
        END-PERFORM
        IF MIN-ID(I) = 0 OR DUP-IX > 0
          MOVE 1 TO CHK-RULE
          MOVE SPACE TO CHK-VALUE
          PERFORM FLAG-EXCEPTION
          PERFORM MARK-MINE-BAD
        END-IF

        IF MIN-METAL(I) < 1 OR MIN-METAL(I) > 3
          MOVE 4 TO CHK-RULE
          MOVE MIN-METAL(I) TO CHK-VALUE
          PERFORM FLAG-EXCEPTION
          PERFORM MARK-MINE-BAD
        END-IF
      END-PERFORM.

    MARK-MINE-BAD.
      IF MIN-RULE(I) = 0
        MOVE CHK-RULE TO MIN-RULE(I)
        ADD 1 TO BAD-RECORD-COUNT
        ADD 1 TO CFT-BAD(6)
      END-IF.

    *> ==============================
    *>  不良レコードを保留ファイルへ移す
    *>  保留ファイルに追記してから、元の台帳を良いレコード
    *>  だけで書き直す（日替わり処理は保留分を処理しない）
    *> ==============================
    MOVE-BAD-RECORDS.
      OPEN EXTEND SUSPENSE-FILE
      IF SUSPENSE-STATUS NOT = "00"
        OPEN OUTPUT SUSPENSE-FILE
      END-IF
      MOVE LK-GAME-DAY TO SU-GAME-DAY

      IF CFT-BAD(1) > 0
        PERFORM MOVE-BAD-CUSTOMERS
      END-IF
      IF CFT-BAD(2) > 0
        PERFORM MOVE-BAD-ORDERS
      END-IF
      IF CFT-BAD(3) > 0
        PERFORM MOVE-BAD-RECEIVABLES
      END-IF
      IF CFT-BAD(4) > 0
        PERFORM MOVE-BAD-BOUNTIES
      END-IF
      IF CFT-BAD(5) > 0
        PERFORM MOVE-BAD-APPRENTICES
      END-IF
      IF CFT-BAD(6) > 0
        PERFORM MOVE-BAD-MINES
      END-IF

      CLOSE SUSPENSE-FILE.

    MOVE-BAD-CUSTOMERS.
      MOVE CHECK-FILE-NAME(1) TO SU-FILE-NAME
      OPEN OUTPUT CUSTOMER-FILE
      PERFORM VARYING I FROM 1 UNTIL I > CUSTOMER-COUNT
        IF CUS-RULE(I) = 0
          MOVE CUS-REC(I) TO CUSTOMER-RECORD
          WRITE CUSTOMER-RECORD
        ELSE
          MOVE CUS-RULE(I) TO SU-RULE
          MOVE CUS-REC(I)  TO SU-DATA
          WRITE SUSPENSE-RECORD
          ADD 1 TO MOVED-COUNT
        END-IF
      END-PERFORM
      CLOSE CUSTOMER-FILE.

    MOVE-BAD-ORDERS.
      MOVE CHECK-FILE-NAME(2) TO SU-FILE-NAME
      OPEN OUTPUT ORDER-FILE
      PERFORM VARYING I FROM 1 UNTIL I > ORDER-COUNT
        IF ORD-RULE(I) = 0
          MOVE ORD-REC(I) TO ORDER-RECORD
          WRITE ORDER-RECORD
        ELSE
          MOVE ORD-RULE(I) TO SU-RULE
          MOVE ORD-REC(I)  TO SU-DATA
          WRITE SUSPENSE-RECORD
          ADD 1 TO MOVED-COUNT
        END-IF
      END-PERFORM
      CLOSE ORDER-FILE.

    MOVE-BAD-RECEIVABLES.
      MOVE CHECK-FILE-NAME(3) TO SU-FILE-NAME
      OPEN OUTPUT RECEIVABLE-FILE
      PERFORM VARYING I FROM 1 UNTIL I > RECV-COUNT
        IF RCV-RULE(I) = 0
          MOVE RCV-REC(I) TO RECEIVABLE-RECORD
          WRITE RECEIVABLE-RECORD
        ELSE
          MOVE RCV-RULE(I) TO SU-RULE
          MOVE RCV-REC(I)  TO SU-DATA
          WRITE SUSPENSE-RECORD
          ADD 1 TO MOVED-COUNT
        END-IF
      END-PERFORM
      CLOSE RECEIVABLE-FILE.

    MOVE-BAD-BOUNTIES.
      MOVE CHECK-FILE-NAME(4) TO SU-FILE-NAME
      OPEN OUTPUT BOUNTY-FILE
      PERFORM VARYING I FROM 1 UNTIL I > BOUNTY-COUNT
        IF BNT-RULE(I) = 0
          MOVE BNT-REC(I) TO BOUNTY-RECORD
          WRITE BOUNTY-RECORD
        ELSE
          MOVE BNT-RULE(I) TO SU-RULE
          MOVE BNT-REC(I)  TO SU-DATA
          WRITE SUSPENSE-RECORD
          ADD 1 TO MOVED-COUNT
        END-IF
      END-PERFORM
      CLOSE BOUNTY-FILE.

    MOVE-BAD-APPRENTICES.
      MOVE CHECK-FILE-NAME(5) TO SU-FILE-NAME
      OPEN OUTPUT APPRENTICE-FILE
      PERFORM VARYING I FROM 1 UNTIL I > APPR-COUNT
        IF APR-RULE(I) = 0
          MOVE APR-REC(I) TO APPRENTICE-RECORD
          WRITE APPRENTICE-RECORD
        ELSE
          MOVE APR-RULE(I) TO SU-RULE
          MOVE APR-REC(I)  TO SU-DATA
          WRITE SUSPENSE-RECORD
          ADD 1 TO MOVED-COUNT
        END-IF
      END-PERFORM
      CLOSE APPRENTICE-FILE.

    MOVE-BAD-MINES.
      MOVE CHECK-FILE-NAME(6) TO SU-FILE-NAME
      OPEN OUTPUT MINE-FILE
      PERFORM VARYING I FROM 1 UNTIL I > MINE-COUNT
        IF MIN-RULE(I) = 0
          MOVE MIN-REC(I) TO MINE-RECORD
          WRITE MINE-RECORD
        ELSE
          MOVE MIN-RULE(I) TO SU-RULE
          MOVE MIN-REC(I)  TO SU-DATA
          WRITE SUSPENSE-RECORD
          ADD 1 TO MOVED-COUNT
        END-IF
      END-PERFORM
      CLOSE MINE-FILE.

    *> ==============================
    *>  台帳別の集計
    *> ==============================
    WRITE-CHECK-SUMMARY.
      IF EXCEPTION-COUNT = 0
        MOVE "  例外はありません" TO CHECK-REPORT-LINE
        WRITE CHECK-REPORT-LINE
      END-IF

      MOVE "-----------------------------------------------"
        TO CHECK-REPORT-LINE
      WRITE CHECK-REPORT-LINE
      PERFORM VARYING F FROM 1 UNTIL F > 6
        MOVE SPACE TO CHECK-REPORT-LINE
        IF CFT-FOUND(F) = 0
          STRING "  " CHECK-FILE-NAME(F) "  （台帳なし）"
            DELIMITED BY SIZE INTO CHECK-REPORT-LINE
        ELSE
          STRING "  " CHECK-FILE-NAME(F)
                 "  件数" CFT-READ(F)
                 " 例外" CFT-EXCEPTIONS(F)
                 " 不良レコード" CFT-BAD(F)
            DELIMITED BY SIZE INTO CHECK-REPORT-LINE
        END-IF
        WRITE CHECK-REPORT-LINE
      END-PERFORM

      MOVE "-----------------------------------------------"
        TO CHECK-REPORT-LINE
      WRITE CHECK-REPORT-LINE
      MOVE SPACE TO CHECK-REPORT-LINE
      IF MOVE-TO-SUSPENSE = 1
        STRING "  保留ファイル（SUSPENSE）へ移した件数 " MOVED-COUNT
          DELIMITED BY SIZE INTO CHECK-REPORT-LINE
      ELSE
        STRING "  検査のみ（台帳は書き換えていません）"
          DELIMITED BY SIZE INTO CHECK-REPORT-LINE
      END-IF
      WRITE CHECK-REPORT-LINE
      MOVE "==============================================="
        TO CHECK-REPORT-LINE
      WRITE CHECK-REPORT-LINE.
