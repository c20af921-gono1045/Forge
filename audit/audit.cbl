      SELECT RECEIVABLE-FILE ASSIGN TO "RECVBOOK"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RECV-FILE-STATUS.
      SELECT LOSS-LOG-FILE ASSIGN TO "LOSSLOG"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LOSS-LOG-STATUS.
      SELECT TAX-HISTORY-FILE ASSIGN TO "TAXHIST"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS TAX-HISTORY-STATUS.

  DATA DIVISION.

  FD RECEIVABLE-FILE.
  COPY RECVREC.

  FD LOSS-LOG-FILE.
  COPY LOSSREC.

  FD TAX-HISTORY-FILE.
  COPY TAXHISTREC.

  WORKING-STORAGE SECTION.
  01 LEDGER-STATUS      PIC XX.
  01 COMBAT-LOG-STATUS  PIC XX.
  01 LEDGER-EOF         PIC 9.
  01 COMBAT-EOF         PIC 9.
  01 RECV-EOF           PIC 9.
  01 LOSS-LOG-STATUS    PIC XX.
  01 LOSS-EOF           PIC 9.
  01 TAX-HISTORY-STATUS PIC XX.
  01 TAX-EOF            PIC 9.

  *> ------ 売掛金の読み込みテーブル ------
  *>  掛け納品の日（起票日）を控えて、入金のない
    05 RCV-BILL OCCURS 100 PIC 9(4).
  01 RECV-FOUND         PIC 9.

  *> ------ 損害記録の読み込みテーブル ------
  *>  保険金を支払った記録の請求日と金額を控えて、
  *>  日替わりの保険金受取（INSCLAIM）の入金と突き合わせる
  *>  損害記録は請求日から90日で落ちるので、それより古い
  *>  受取は照合しない
  01 LOSS-COUNT         PIC 9(3) VALUE 0.
  01 LOSS-PAID-TABLE.
    05 LOS-ENTRY OCCURS 500.
      10 LOS-CLAIM-DAY  PIC 9(4).
      10 LOS-PAID       PIC 9(7).
  01 LOSS-KEEP-DAYS     PIC 9(3) VALUE 90.
  01 CLAIM-TOTAL        PIC 9(7).

  *> ------ ギルド税の申告履歴の読み込みテーブル ------
  *>  申告日ごとの納付額と借入に回した額を控えて、
  *>  ギルド税（GUILDTAX／TAXDAY）の記帳と突き合わせる
  *>  申告のない呼び出しも記帳されるので、同じ日・同じ種別の
  *>  記帳は最初の1件で合計してまとめて突き合わせる
  01 TAX-COUNT          PIC 9(3) VALUE 0.
  01 TAX-PAID-TABLE.
    05 TXP-ENTRY OCCURS 500.
      10 TXP-ASSESS-DAY PIC 9(4).
      10 TXP-KIND       PIC 9.
      10 TXP-PAID       PIC 9(7).
      10 TXP-TO-LOAN    PIC 9(7).
  01 TAX-PAID-TOTAL     PIC 9(7).
  01 TAX-LOAN-TOTAL     PIC 9(7).
  01 LOAN-DELTA         PIC S9(7).
  01 TAX-KIND           PIC 9.
  01 TAX-FIRST-ENTRY    PIC 9.

  *> ------ 台帳の読み込みテーブル ------
  01 LEDGER-COUNT       PIC 9(3) VALUE 0.
  01 LEDGER-TABLE.

  01 N                  PIC 9(3).
  01 K                  PIC 9(3).
  01 J                  PIC 9(3).
  01 M                  PIC 9.
  01 SLOT-IX            PIC 9.
  01 GAP-AMOUNT         PIC S9(7).

    PERFORM LOAD-COMBAT-LOG
    PERFORM LOAD-RECV-BOOK
    PERFORM LOAD-LOSS-LOG
    PERFORM LOAD-TAX-HISTORY

    *> 台帳の連鎖検査：前レコードのAFTERと次レコードのBEFORE
    *> （現金に加えて鉱石・インゴット・アイテムの各列も鎖でたどる）
      END-PERFORM
      CLOSE RECEIVABLE-FILE.

    *> ==============================
    *>  損害記録の読み込み
    *>  保険金支払済（LE-STATUS＝1）の記録だけ控える
    *> ==============================
    LOAD-LOSS-LOG.
      OPEN INPUT LOSS-LOG-FILE
      IF LOSS-LOG-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF

      MOVE 0 TO LOSS-EOF
      PERFORM UNTIL LOSS-EOF = 1
        READ LOSS-LOG-FILE
          AT END
            MOVE 1 TO LOSS-EOF
          NOT AT END
            IF LE-STATUS = 1 AND LOSS-COUNT < 500
              ADD 1 TO LOSS-COUNT
              MOVE LE-CLAIM-DAY   TO LOS-CLAIM-DAY(LOSS-COUNT)
              MOVE LE-PAID-AMOUNT TO LOS-PAID(LOSS-COUNT)
            END-IF
        END-READ
      END-PERFORM
      CLOSE LOSS-LOG-FILE.

    *> ==============================
    *>  ギルド税の申告履歴の読み込み
    *> ==============================
    LOAD-TAX-HISTORY.
      OPEN INPUT TAX-HISTORY-FILE
      IF TAX-HISTORY-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF

      MOVE 0 TO TAX-EOF
      PERFORM UNTIL TAX-EOF = 1
        READ TAX-HISTORY-FILE
          AT END
            MOVE 1 TO TAX-EOF
          NOT AT END
            IF TAX-COUNT < 500
              ADD 1 TO TAX-COUNT
              MOVE TX-ASSESS-DAY TO TXP-ASSESS-DAY(TAX-COUNT)
              MOVE TX-KIND       TO TXP-KIND(TAX-COUNT)
              MOVE TX-PAID       TO TXP-PAID(TAX-COUNT)
              MOVE TX-TO-LOAN    TO TXP-TO-LOAN(TAX-COUNT)
            END-IF
        END-READ
      END-PERFORM
      CLOSE TAX-HISTORY-FILE.

    *> ==============================
    *>  現金差額の原因究明
    *>  増加分は同じ日付範囲の未使用の冒険報酬に突き当てる。
    *>    一致するか（数え間違いの精錬を検出する）
    *>  ・ORDERS：インゴットの減少（納品）に対して
    *>    入金が立っているか
    *>  ・INSCLAIM：受け取った保険金が、同じ請求日の
    *>    損害記録の保険金の合計と一致するか
    *>  ・GUILDTAX／TAXDAY：その日・その種別の記帳を合計した
    *>    納付額と借入に回した額が、同じ申告日・同じ申告種別の
    *>    申告履歴の合計と一致するか（日・種別ごとに1回）
    *> ==============================
    VERIFY-LEDGER-MOVEMENT.
      IF LED-PROGRAM(N) = "REFINE"
            ADD 1 TO EXCEPTION-COUNT
          END-IF
        END-IF
      END-IF

      IF LED-PROGRAM(N) = "INSCLAIM"
        AND LED-DAY(N) + LOSS-KEEP-DAYS >= LK-GAME-DAY
        COMPUTE MONEY-DELTA = LED-AFTER(N) - LED-BEFORE(N)
        MOVE 0 TO CLAIM-TOTAL
        PERFORM VARYING K FROM 1 UNTIL K > LOSS-COUNT
          IF LOS-CLAIM-DAY(K) = LED-DAY(N)
            ADD LOS-PAID(K) TO CLAIM-TOTAL
          END-IF
        END-PERFORM
        IF MONEY-DELTA NOT = CLAIM-TOTAL
          DISPLAY "【例外】DAY" LED-DAY(N)
            "：保険金の受取" MONEY-DELTA
            "Ｇが損害記録の保険金" CLAIM-TOTAL "Ｇと合いません"
          ADD 1 TO EXCEPTION-COUNT
        ELSE
          IF CLAIM-TOTAL > 0
            DISPLAY "DAY" LED-DAY(N) "：保険金"
              CLAIM-TOTAL "Ｇを確認（損害記録と一致）"
          END-IF
        END-IF
      END-IF

      IF LED-PROGRAM(N) = "GUILDTAX" OR LED-PROGRAM(N) = "TAXDAY"
        MOVE 1 TO TAX-FIRST-ENTRY
        PERFORM VARYING J FROM 1 UNTIL J >= N
          IF LED-DAY(J) = LED-DAY(N)
            AND LED-PROGRAM(J) = LED-PROGRAM(N)
            MOVE 0 TO TAX-FIRST-ENTRY
          END-IF
        END-PERFORM
        IF TAX-FIRST-ENTRY = 1
          PERFORM RECONCILE-GUILD-TAX
        END-IF
      END-IF.

    *> ==============================
    *>  ギルド税の突き合わせ
    *>  N 件目と同じ日・同じ種別の記帳の納付額と借入の増加を
    *>  合計し、申告履歴の合計と比べる
    *> ==============================
    RECONCILE-GUILD-TAX.
      IF LED-PROGRAM(N) = "GUILDTAX"
        MOVE 1 TO TAX-KIND
      ELSE
        MOVE 2 TO TAX-KIND
      END-IF
      MOVE 0 TO MONEY-DELTA
      MOVE 0 TO LOAN-DELTA
      PERFORM VARYING J FROM N UNTIL J > LEDGER-COUNT
        IF LED-DAY(J) = LED-DAY(N)
          AND LED-PROGRAM(J) = LED-PROGRAM(N)
          COMPUTE MONEY-DELTA = MONEY-DELTA
              + LED-BEFORE(J) - LED-AFTER(J)
          COMPUTE LOAN-DELTA = LOAN-DELTA
              + LED-LOAN-AFTER(J) - LED-LOAN-BEFORE(J)
        END-IF
      END-PERFORM
      MOVE 0 TO TAX-PAID-TOTAL
      MOVE 0 TO TAX-LOAN-TOTAL
      PERFORM VARYING K FROM 1 UNTIL K > TAX-COUNT
        IF TXP-ASSESS-DAY(K) = LED-DAY(N)
          AND TXP-KIND(K) = TAX-KIND
          ADD TXP-PAID(K)    TO TAX-PAID-TOTAL
          ADD TXP-TO-LOAN(K) TO TAX-LOAN-TOTAL
        END-IF
      END-PERFORM
      IF MONEY-DELTA NOT = TAX-PAID-TOTAL
        OR LOAN-DELTA NOT = TAX-LOAN-TOTAL
        DISPLAY "【例外】DAY" LED-DAY(N)
          "：ギルド税の納付" MONEY-DELTA "Ｇ・借入" LOAN-DELTA
          "Ｇが申告履歴（納付" TAX-PAID-TOTAL "Ｇ・借入"
          TAX-LOAN-TOTAL "Ｇ）と合いません"
        ADD 1 TO EXCEPTION-COUNT
      ELSE
        IF TAX-PAID-TOTAL + TAX-LOAN-TOTAL > 0
          DISPLAY "DAY" LED-DAY(N) "：ギルド税"
            TAX-PAID-TOTAL "Ｇ（借入" TAX-LOAN-TOTAL
            "Ｇ）を確認（申告履歴と一致）"
        END-IF
      END-IF.
