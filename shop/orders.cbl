      SELECT COMBAT-LOG-FILE ASSIGN TO "COMBATLOG"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS COMBAT-LOG-STATUS.
      SELECT LOSS-LOG-FILE ASSIGN TO "LOSSLOG"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LOSS-LOG-STATUS.

  DATA DIVISION.

  FD COMBAT-LOG-FILE.
  COPY COMBATREC.

  FD LOSS-LOG-FILE.
  COPY LOSSREC.

  WORKING-STORAGE SECTION.
  01 ORDER-FILE-STATUS PIC XX.
  01 ORDER-FILE-EOF    PIC 9.
  01 PENALTY-SHORTFALL PIC 9(7).
  01 LOAN-BAL-MAX      PIC 9(6) VALUE 999999.
  01 SHOWN-COUNT       PIC 99.
  01 LOSS-LOG-STATUS   PIC XX.

  *> ------ 顧客マスタ ------
  01 CUSTOMER-FILE-STATUS PIC XX.
          "の注文No." ORD-ID(I) "を落としました"
        DISPLAY "違約金：" PENALTY-AMOUNT
          " 信用度：" LK-REPUTATION
        PERFORM WRITE-PENALTY-LOSS
        MOVE 4 TO ORD-STATUS(I)
      END-IF
      IF ORD-STATUS(I) = 1
        MOVE 4 TO ORD-STATUS(I)
      END-IF.

    *> ==============================
    *>  違約金の損害記録
    *>  LOSSLOG に追記し、保険金の請求は日替わりに INSURANCE が行う
    *>  （添字Iは EXPIRE-ORDER の注文位置のまま使う）
    *> ==============================
    WRITE-PENALTY-LOSS.
      IF PENALTY-AMOUNT = 0
        EXIT PARAGRAPH
      END-IF

      MOVE LK-GAME-DAY     TO LE-GAME-DAY
      MOVE 3               TO LE-TYPE
      MOVE ORD-ID(I)       TO LE-REF-ID
      MOVE PENALTY-AMOUNT  TO LE-LOSS-AMOUNT
      MOVE 0               TO LE-STATUS
      MOVE 0               TO LE-POLICY-ID
      MOVE 0               TO LE-PAID-AMOUNT
      MOVE 0               TO LE-CLAIM-DAY

      OPEN EXTEND LOSS-LOG-FILE
      IF LOSS-LOG-STATUS NOT = "00"
        OPEN OUTPUT LOSS-LOG-FILE
      END-IF
      WRITE LOSS-EVENT-RECORD
      CLOSE LOSS-LOG-FILE.

    *> ==============================
    *>  納期を落とした顧客の信用度低下
    *>  （添字Iは EXPIRE-ORDER の注文位置のまま使う）
