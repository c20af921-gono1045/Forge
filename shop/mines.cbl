      SELECT MINE-FILE ASSIGN TO "MINEBOOK"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS MINE-FILE-STATUS.
      SELECT LOSS-LOG-FILE ASSIGN TO "LOSSLOG"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LOSS-LOG-STATUS.

  DATA DIVISION.

  FD MINE-FILE.
  COPY MINEREC.

  FD LOSS-LOG-FILE.
  COPY LOSSREC.

  WORKING-STORAGE SECTION.
  01 MINE-FILE-STATUS PIC XX.
  01 MINE-FILE-EOF    PIC 9.
  01 ORE-STOCK-MAX    PIC 9(5) VALUE 99999.
  01 LOAN-BAL-MAX     PIC 9(6) VALUE 999999.
  01 CLOSED-ANY       PIC 9.
  01 LOSS-LOG-STATUS  PIC XX.
  01 FLOOD-LOSS       PIC 9(7).

  LINKAGE SECTION.
  01 LK-MONEY        PIC 9(6).
  01 LK-LOAN-BAL     PIC 9(6).
  COPY METALTABLE.
  01 LK-MINE-MODE    PIC 9.
  01 LK-GAME-DAY     PIC 9(4).

  PROCEDURE DIVISION USING
      LK-MONEY
      LK-ORE
      LK-LOAN-BAL
      LK-METAL-TABLE
      LK-MINE-MODE
      LK-GAME-DAY.

    PERFORM LOAD-MINE-FILE

          MOVE 0 TO DAY-OUTPUT
          DISPLAY "【鉱山】No." MIN-ID(I)
            "が出水で作業中止。本日の産出なし"
          PERFORM WRITE-FLOOD-LOSS
        END-IF
      END-IF

          "は埋蔵量が尽きて閉山しました"
      END-IF.

    *> ==============================
    *>  出水の損害記録
    *>  失った日産を今日の鉱石単価で評価して LOSSLOG に追記し、
    *>  保険金の請求は日替わりに INSURANCE が行う
    *> ==============================
    WRITE-FLOOD-LOSS.
      COMPUTE FLOOD-LOSS =
          MIN-YIELD(I) * MT-ORE-PRICE(MIN-METAL(I))
      IF FLOOD-LOSS = 0
        EXIT PARAGRAPH
      END-IF

      MOVE LK-GAME-DAY  TO LE-GAME-DAY
      MOVE 1            TO LE-TYPE
      MOVE MIN-ID(I)    TO LE-REF-ID
      MOVE FLOOD-LOSS   TO LE-LOSS-AMOUNT
      MOVE 0            TO LE-STATUS
      MOVE 0            TO LE-POLICY-ID
      MOVE 0            TO LE-PAID-AMOUNT
      MOVE 0            TO LE-CLAIM-DAY

      OPEN EXTEND LOSS-LOG-FILE
      IF LOSS-LOG-STATUS NOT = "00"
        OPEN OUTPUT LOSS-LOG-FILE
      END-IF
      WRITE LOSS-EVENT-RECORD
      CLOSE LOSS-LOG-FILE.

    PAY-MINE-UPKEEP.
      MOVE MIN-UPKEEP(I) TO UPKEEP-DUE
      IF UPKEEP-DUE <= LK-MONEY
