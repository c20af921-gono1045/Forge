
  *> ------ 装備の消耗 ------
  01 DUR-PENALTY        PIC 9(3).
  01 EQUIP-BONUS        PIC 9(3).
  01 EQUIP-WEAR         PIC 9.

  *> ------ 状態異常・強化 ------
  01 PLAYER-POISON      PIC 9 VALUE 0.
  01 LK-HAUL.
    05 LK-HAUL-MONEY PIC 9(6).
    05 LK-HAUL-ORE OCCURS 3 PIC 9(3).
  COPY EQUIPSLOT.

  PROCEDURE DIVISION USING
    LK-PLAYER-HP
    LK-PLAYER-EXP
    LK-PLAYER-LEVEL
    LK-DEPTH
    LK-HAUL
    LK-EQUIP.

    PERFORM SELECT-MONSTER

        MOVE 0 TO DUR-PENALTY
      END-IF

      *> 装備した剣は金属グレード×4の上乗せ（耐久に比例して目減り）
      IF EQ-PROD-IX > 0
        COMPUTE EQUIP-BONUS = EQ-METAL * 4 * EQ-DUR / 100
      ELSE
        MOVE 0 TO EQUIP-BONUS
      END-IF

      COMPUTE CRITICAL-RATE = FUNCTION INTEGER(FUNCTION RANDOM * 100)

      IF CRITICAL-RATE < 20
        DISPLAY "クリティカルヒット!"
        COMPUTE DAMAGE =
            (LK-PLAYER-ATK + ATK-BUFF - DUR-PENALTY + EQUIP-BONUS) * 2
        ADD 1 TO CRIT-HIT-COUNT
      ELSE
        COMPUTE DAMAGE =
            LK-PLAYER-ATK + ATK-BUFF - DUR-PENALTY + EQUIP-BONUS
      END-IF

      IF DAMAGE < 1
        END-IF
      END-IF

      *> 装備した剣も摩耗する（銅3・鉄2・ミスリル1ずつ）。
      *> 耐久が尽きた剣は折れる（在庫からの払い出しは MAIN）
      IF EQ-PROD-IX > 0 AND EQ-DUR > 0
        COMPUTE EQUIP-WEAR = 4 - EQ-METAL
        IF EQ-DUR > EQUIP-WEAR
          SUBTRACT EQUIP-WEAR FROM EQ-DUR
          IF EQ-DUR <= 25 AND EQ-DUR + EQUIP-WEAR > 25
            DISPLAY "装備した剣の刃こぼれが目立ってきた……"
          END-IF
        ELSE
          MOVE 0 TO EQ-DUR
          DISPLAY "装備した剣が折れた！"
        END-IF
      END-IF

      DISPLAY FUNCTION TRIM(LK-MONSTER-NAME) "に" DAMAGE "のダメージ!"
      SUBTRACT DAMAGE FROM LK-MONSTER-HP
      ADD DAMAGE TO TOTAL-DAMAGE-DEALT
