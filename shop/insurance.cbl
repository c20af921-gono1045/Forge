  IDENTIFICATION DIVISION.
  PROGRAM-ID. INSURANCE.

  ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
      SELECT POLICY-FILE ASSIGN TO "POLICYBOOK"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS POLICY-FILE-STATUS.
      SELECT LOSS-LOG-FILE ASSIGN TO "LOSSLOG"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LOSS-LOG-STATUS.

  DATA DIVISION.

  FILE SECTION.
  FD POLICY-FILE.
  COPY POLICYREC.

  FD LOSS-LOG-FILE.
  COPY LOSSREC.

  WORKING-STORAGE SECTION.
  01 INSURE-COMMAND    PIC 9 VALUE 0.
  01 I                 PIC 99.
  01 T                 PIC 9.
  01 PICK-ID           PIC 9(4).
  01 PICK-IX           PIC 99.
  01 SHOWN-COUNT       PIC 9(4).

  *> ------ 保険の種類（区分ごとの名前と日額料率） ------
  *>  料率は支払限度額に対する1日あたりの千分率
  01 INSURE-TYPE-NAME-VALUES.
    05 FILLER PIC X(30) VALUE "鉱山の出水".
    05 FILLER PIC X(30) VALUE "遠征の全滅".
    05 FILLER PIC X(30) VALUE "受注の違約金".
  01 INSURE-TYPE-NAME-TABLE REDEFINES INSURE-TYPE-NAME-VALUES.
    05 INSURE-TYPE-NAME OCCURS 3 PIC X(30).
  01 INSURE-RATE-VALUES.
    05 FILLER PIC 9(3) VALUE 10.
    05 FILLER PIC 9(3) VALUE 20.
    05 FILLER PIC 9(3) VALUE 10.
  01 INSURE-RATE-TABLE REDEFINES INSURE-RATE-VALUES.
    05 INSURE-RATE OCCURS 3 PIC 9(3).
  01 MIN-POLICY-LIMIT  PIC 9(6) VALUE 100.

  *> ------ 保険契約台帳 ------
  01 POLICY-FILE-STATUS PIC XX.
  01 POLICY-FILE-EOF   PIC 9.
  01 POLICY-COUNT      PIC 99 VALUE 0.
  01 POLICY-TABLE.
    05 POL-ENTRY OCCURS 50.
      10 POL-ID           PIC 9(4).
      10 POL-TYPE         PIC 9.
      10 POL-LIMIT        PIC 9(6).
      10 POL-PREMIUM      PIC 9(5).
      10 POL-START-DAY    PIC 9(4).
      10 POL-END-DAY      PIC 9(4).
      10 POL-STATUS       PIC 9.
      10 POL-PREMIUM-PAID PIC 9(7).
      10 POL-CLAIM-PAID   PIC 9(7).
  01 NEXT-POLICY-ID    PIC 9(4).
  01 BUY-TYPE          PIC 9.
  01 BUY-LIMIT         PIC 9(6).
  01 BUY-PREMIUM       PIC 9(5).
  01 STATUS-LABEL      PIC X(18).

  *> ------ 損害記録 ------
  01 LOSS-LOG-STATUS   PIC XX.
  01 LOSS-LOG-EOF      PIC 9.
  01 LOSS-COUNT        PIC 9(4) VALUE 0.
  01 LOSS-TABLE.
    05 LOS-ENTRY OCCURS 9999.
      10 LOS-GAME-DAY     PIC 9(4).
      10 LOS-TYPE         PIC 9.
      10 LOS-REF-ID       PIC 9(4).
      10 LOS-LOSS-AMOUNT  PIC 9(7).
      10 LOS-STATUS       PIC 9.
      10 LOS-POLICY-ID    PIC 9(4).
      10 LOS-PAID-AMOUNT  PIC 9(7).
      10 LOS-CLAIM-DAY    PIC 9(4).
  01 L                 PIC 9(5).
  01 LOSS-KEEP-DAYS    PIC 9(3) VALUE 90.

  *> ------ 日替わり（保険料・保険金） ------
  01 PREMIUM-SHORTFALL PIC 9(5).
  01 COVER-LEFT        PIC 9(7).
  01 CLAIM-PAY         PIC 9(7).
  01 MONEY-MAX         PIC 9(6) VALUE 999999.
  01 LOAN-BAL-MAX      PIC 9(6) VALUE 999999.

  LINKAGE SECTION.
  01 LK-MONEY        PIC 9(6).
  01 LK-LOAN-BAL     PIC 9(6).
  01 LK-GAME-DAY     PIC 9(4).
  01 LK-INSURE-MODE  PIC 9.

  PROCEDURE DIVISION USING
      LK-MONEY
      LK-LOAN-BAL
      LK-GAME-DAY
      LK-INSURE-MODE.

    PERFORM LOAD-POLICY-FILE

    *> 日替わり：2＝保険料の支払、3＝保険金の請求
    IF LK-INSURE-MODE = 2
      PERFORM DAY-CLOSE-PREMIUM
      PERFORM SAVE-POLICY-FILE
      GOBACK
    END-IF

    IF LK-INSURE-MODE = 3
      PERFORM LOAD-LOSS-LOG
      PERFORM DAY-CLOSE-CLAIMS
      PERFORM SAVE-LOSS-LOG
      PERFORM SAVE-POLICY-FILE
      GOBACK
    END-IF

    MOVE 0 TO INSURE-COMMAND
    PERFORM UNTIL INSURE-COMMAND = 9
      DISPLAY "------ 保険 ------"
      DISPLAY "所持金：" LK-MONEY " DAY：" LK-GAME-DAY
      DISPLAY "1：契約一覧"
      DISPLAY "2：保険に加入する"
      DISPLAY "3：解約する"
      DISPLAY "4：事故と保険金の履歴"
      DISPLAY "9：戻る"
      ACCEPT INSURE-COMMAND

      EVALUATE INSURE-COMMAND
        WHEN 1
          PERFORM SHOW-POLICY-LIST
        WHEN 2
          PERFORM BUY-POLICY
        WHEN 3
          PERFORM CANCEL-POLICY
        WHEN 4
          PERFORM LOAD-LOSS-LOG
          PERFORM SHOW-LOSS-HISTORY
        WHEN 9
          CONTINUE
        WHEN OTHER
          DISPLAY "無効なコマンドです"
      END-EVALUATE
    END-PERFORM

    PERFORM SAVE-POLICY-FILE

    GOBACK.

    *> ==============================
    *>  保険契約台帳の読み込み・書き戻し
    *>  解約・限度到達した契約も履歴として残す
    *> ==============================
    LOAD-POLICY-FILE.
      MOVE 0 TO POLICY-COUNT

      OPEN INPUT POLICY-FILE
      IF POLICY-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF

      MOVE 0 TO POLICY-FILE-EOF
      PERFORM UNTIL POLICY-FILE-EOF = 1
        READ POLICY-FILE
          AT END
            MOVE 1 TO POLICY-FILE-EOF
          NOT AT END
            IF POLICY-COUNT < 50
              ADD 1 TO POLICY-COUNT
              MOVE POLICY-RECORD TO POL-ENTRY(POLICY-COUNT)
            END-IF
        END-READ
      END-PERFORM
      CLOSE POLICY-FILE.

    SAVE-POLICY-FILE.
      OPEN OUTPUT POLICY-FILE
      PERFORM VARYING I FROM 1 UNTIL I > POLICY-COUNT
        MOVE POL-ENTRY(I) TO POLICY-RECORD
        WRITE POLICY-RECORD
      END-PERFORM
      CLOSE POLICY-FILE.

    *> ==============================
    *>  損害記録の読み込み・書き戻し
    *>  精算の済んだ記録は請求日から90日を過ぎたら落とす
    *>  （台帳監査が INSCLAIM の記帳を突き合わせる期間と同じ）
    *>  （未請求の記録は必ず残す）
    *> ==============================
    LOAD-LOSS-LOG.
      MOVE 0 TO LOSS-COUNT

      OPEN INPUT LOSS-LOG-FILE
      IF LOSS-LOG-STATUS NOT = "00"
        EXIT PARAGRAPH
      END-IF

      MOVE 0 TO LOSS-LOG-EOF
      PERFORM UNTIL LOSS-LOG-EOF = 1
        READ LOSS-LOG-FILE
          AT END
            MOVE 1 TO LOSS-LOG-EOF
          NOT AT END
            IF LOSS-COUNT < 9999
              ADD 1 TO LOSS-COUNT
              MOVE LOSS-EVENT-RECORD TO LOS-ENTRY(LOSS-COUNT)
            END-IF
        END-READ
      END-PERFORM
      CLOSE LOSS-LOG-FILE.

    SAVE-LOSS-LOG.
      OPEN OUTPUT LOSS-LOG-FILE
      PERFORM VARYING L FROM 1 UNTIL L > LOSS-COUNT
        IF LOS-STATUS(L) NOT = 0
          AND LOS-CLAIM-DAY(L) + LOSS-KEEP-DAYS < LK-GAME-DAY
          CONTINUE
        ELSE
          MOVE LOS-ENTRY(L) TO LOSS-EVENT-RECORD
          WRITE LOSS-EVENT-RECORD
        END-IF
      END-PERFORM
      CLOSE LOSS-LOG-FILE.

    *> ==============================
    *>  契約No.からテーブル位置を探す
    *> ==============================
    FIND-POLICY-BY-ID.
      MOVE 0 TO PICK-IX
      PERFORM VARYING I FROM 1 UNTIL I > POLICY-COUNT
        IF POL-ID(I) = PICK-ID
          MOVE I TO PICK-IX
        END-IF
      END-PERFORM.

    *> ==============================
    *>  契約一覧
    *> ==============================
    SHOW-POLICY-LIST.
      DISPLAY "------ 保険契約一覧 ------"
      IF POLICY-COUNT = 0
        DISPLAY "保険に加入していません"
        EXIT PARAGRAPH
      END-IF
      PERFORM VARYING I FROM 1 UNTIL I > POLICY-COUNT
        EVALUATE POL-STATUS(I)
          WHEN 1
            MOVE "有効"         TO STATUS-LABEL
          WHEN 2
            MOVE "解約"         TO STATUS-LABEL
          WHEN OTHER
            MOVE "支払限度到達" TO STATUS-LABEL
        END-EVALUATE
        DISPLAY "No." POL-ID(I) "："
          FUNCTION TRIM(INSURE-TYPE-NAME(POL-TYPE(I)))
          " 限度額：" POL-LIMIT(I)
          " 保険料：" POL-PREMIUM(I) "Ｇ／日"
          " 加入：DAY" POL-START-DAY(I)
          " " FUNCTION TRIM(STATUS-LABEL)
        DISPLAY "    払込保険料累計：" POL-PREMIUM-PAID(I)
          " 受取保険金累計：" POL-CLAIM-PAID(I)
      END-PERFORM.

    *> ==============================
    *>  保険への加入
    *>  種類ごとに有効な契約は1件まで。
    *>  支払限度額に料率を掛けた額を日替わりごとに払う。
    *>  加入したその日の事故から補償する
    *> ==============================
    BUY-POLICY.
      IF POLICY-COUNT >= 50
        DISPLAY "これ以上は契約できません"
        EXIT PARAGRAPH
      END-IF

      DISPLAY "------ 保険の種類 ------"
      PERFORM VARYING T FROM 1 UNTIL T > 3
        DISPLAY T "：" FUNCTION TRIM(INSURE-TYPE-NAME(T))
          " 保険料：限度額の" INSURE-RATE(T) "／1000（日額）"
      END-PERFORM
      DISPLAY "加入する保険の番号を入力してください（0で中止）"
      ACCEPT BUY-TYPE

      IF BUY-TYPE = 0
        DISPLAY "加入を中止しました"
        EXIT PARAGRAPH
      END-IF

      IF BUY-TYPE < 1 OR BUY-TYPE > 3
        DISPLAY "無効な番号です"
        EXIT PARAGRAPH
      END-IF

      PERFORM VARYING I FROM 1 UNTIL I > POLICY-COUNT
        IF POL-TYPE(I) = BUY-TYPE AND POL-STATUS(I) = 1
          DISPLAY FUNCTION TRIM(INSURE-TYPE-NAME(BUY-TYPE))
            "の保険はすでに契約しています（No." POL-ID(I) "）"
          EXIT PARAGRAPH
        END-IF
      END-PERFORM

      DISPLAY "支払限度額を入力してください（"
        MIN-POLICY-LIMIT "Ｇ以上。0で中止）"
      ACCEPT BUY-LIMIT

      IF BUY-LIMIT = 0
        DISPLAY "加入を中止しました"
        EXIT PARAGRAPH
      END-IF

      IF BUY-LIMIT < MIN-POLICY-LIMIT
        DISPLAY "限度額が小さすぎます"
        EXIT PARAGRAPH
      END-IF

      COMPUTE BUY-PREMIUM = BUY-LIMIT * INSURE-RATE(BUY-TYPE) / 1000
      IF BUY-PREMIUM = 0
        MOVE 1 TO BUY-PREMIUM
      END-IF

      MOVE 0 TO NEXT-POLICY-ID
      PERFORM VARYING I FROM 1 UNTIL I > POLICY-COUNT
        IF POL-ID(I) > NEXT-POLICY-ID
          MOVE POL-ID(I) TO NEXT-POLICY-ID
        END-IF
      END-PERFORM

      ADD 1 TO POLICY-COUNT
      ADD 1 TO NEXT-POLICY-ID
      MOVE NEXT-POLICY-ID TO POL-ID(POLICY-COUNT)
      MOVE BUY-TYPE       TO POL-TYPE(POLICY-COUNT)
      MOVE BUY-LIMIT      TO POL-LIMIT(POLICY-COUNT)
      MOVE BUY-PREMIUM    TO POL-PREMIUM(POLICY-COUNT)
      MOVE LK-GAME-DAY    TO POL-START-DAY(POLICY-COUNT)
      MOVE 0              TO POL-END-DAY(POLICY-COUNT)
      MOVE 1              TO POL-STATUS(POLICY-COUNT)
      MOVE 0              TO POL-PREMIUM-PAID(POLICY-COUNT)
      MOVE 0              TO POL-CLAIM-PAID(POLICY-COUNT)

      DISPLAY FUNCTION TRIM(INSURE-TYPE-NAME(BUY-TYPE))
        "の保険に加入しました（No." NEXT-POLICY-ID "）"
      DISPLAY "支払限度額：" BUY-LIMIT
        " 保険料：" BUY-PREMIUM "Ｇ／日（日替わりに支払）".

    *> ==============================
    *>  解約
    *>  払い込んだ保険料は戻らない
    *> ==============================
    CANCEL-POLICY.
      PERFORM SHOW-POLICY-LIST
      DISPLAY "解約する契約No.を入力してください（0で中止）"
      ACCEPT PICK-ID

      IF PICK-ID = 0
        DISPLAY "解約を中止しました"
        EXIT PARAGRAPH
      END-IF

      PERFORM FIND-POLICY-BY-ID

      IF PICK-IX = 0
        DISPLAY "その契約はありません"
        EXIT PARAGRAPH
      END-IF

      IF POL-STATUS(PICK-IX) NOT = 1
        DISPLAY "その契約は有効ではありません"
        EXIT PARAGRAPH
      END-IF

      MOVE 2           TO POL-STATUS(PICK-IX)
      MOVE LK-GAME-DAY TO POL-END-DAY(PICK-IX)
      DISPLAY "No." POL-ID(PICK-IX) "を解約しました".

    *> ==============================
    *>  事故と保険金の履歴
    *> ==============================
    SHOW-LOSS-HISTORY.
      DISPLAY "------ 事故と保険金の履歴 ------"
      MOVE 0 TO SHOWN-COUNT
      PERFORM VARYING L FROM 1 UNTIL L > LOSS-COUNT
        ADD 1 TO SHOWN-COUNT
        EVALUATE LOS-STATUS(L)
          WHEN 0
            MOVE "未請求"       TO STATUS-LABEL
          WHEN 1
            MOVE "支払済"       TO STATUS-LABEL
          WHEN OTHER
            MOVE "対象外"       TO STATUS-LABEL
        END-EVALUATE
        DISPLAY "DAY" LOS-GAME-DAY(L) "："
          FUNCTION TRIM(INSURE-TYPE-NAME(LOS-TYPE(L)))
          "（No." LOS-REF-ID(L) "）"
          " 損害：" LOS-LOSS-AMOUNT(L)
          " 保険金：" LOS-PAID-AMOUNT(L)
          " " FUNCTION TRIM(STATUS-LABEL)
      END-PERFORM
      IF SHOWN-COUNT = 0
        DISPLAY "事故の記録はありません"
      END-IF.

    *> ==============================
    *>  日替わり時の保険料の支払
    *>  有効な契約ごとに日額保険料を払う。
    *>  払いきれない分は借入に回す（他の日替わり費用と同じ）
    *> ==============================
    DAY-CLOSE-PREMIUM.
      PERFORM VARYING I FROM 1 UNTIL I > POLICY-COUNT
        IF POL-STATUS(I) = 1
          PERFORM PAY-ONE-PREMIUM
        END-IF
      END-PERFORM.

    PAY-ONE-PREMIUM.
      IF POL-PREMIUM(I) <= LK-MONEY
        SUBTRACT POL-PREMIUM(I) FROM LK-MONEY
      ELSE
        COMPUTE PREMIUM-SHORTFALL = POL-PREMIUM(I) - LK-MONEY
        MOVE 0 TO LK-MONEY
        IF LK-LOAN-BAL + PREMIUM-SHORTFALL > LOAN-BAL-MAX
          MOVE LOAN-BAL-MAX TO LK-LOAN-BAL
        ELSE
          ADD PREMIUM-SHORTFALL TO LK-LOAN-BAL
        END-IF
        DISPLAY "【保険】保険料の不足分" PREMIUM-SHORTFALL
          "Ｇを借入に回しました（借入：" LK-LOAN-BAL "）"
      END-IF
      IF POL-PREMIUM-PAID(I) + POL-PREMIUM(I) > 9999999
        MOVE 9999999 TO POL-PREMIUM-PAID(I)
      ELSE
        ADD POL-PREMIUM(I) TO POL-PREMIUM-PAID(I)
      END-IF
      DISPLAY "【保険】No." POL-ID(I) "："
        FUNCTION TRIM(INSURE-TYPE-NAME(POL-TYPE(I)))
        "の保険料" POL-PREMIUM(I) "Ｇを支払いました".

    *> ==============================
    *>  日替わり時の保険金の請求
    *>  未請求の損害記録を、同じ種類の有効な契約
    *>  （事故の日までに加入したもの）に請求する。
    *>  保険金は損害額と限度額の残りの小さいほう。
    *>  限度額を使い切った契約は支払限度到達で終わる
    *> ==============================
    DAY-CLOSE-CLAIMS.
      PERFORM VARYING L FROM 1 UNTIL L > LOSS-COUNT
        IF LOS-STATUS(L) = 0
          PERFORM FILE-ONE-CLAIM
        END-IF
      END-PERFORM.

    FILE-ONE-CLAIM.
      MOVE 0 TO PICK-IX
      PERFORM VARYING I FROM 1 UNTIL I > POLICY-COUNT
        IF PICK-IX = 0
          AND POL-STATUS(I) = 1
          AND POL-TYPE(I) = LOS-TYPE(L)
          AND POL-START-DAY(I) <= LOS-GAME-DAY(L)
          MOVE I TO PICK-IX
        END-IF
      END-PERFORM

      MOVE LK-GAME-DAY TO LOS-CLAIM-DAY(L)

      IF PICK-IX = 0
        MOVE 2 TO LOS-STATUS(L)
        MOVE 0 TO LOS-POLICY-ID(L)
        MOVE 0 TO LOS-PAID-AMOUNT(L)
        DISPLAY "【保険】DAY" LOS-GAME-DAY(L) "の"
          FUNCTION TRIM(INSURE-TYPE-NAME(LOS-TYPE(L)))
          "（損害" LOS-LOSS-AMOUNT(L) "Ｇ）は保険の対象外です"
        EXIT PARAGRAPH
      END-IF

      COMPUTE COVER-LEFT = POL-LIMIT(PICK-IX) - POL-CLAIM-PAID(PICK-IX)
      IF LOS-LOSS-AMOUNT(L) < COVER-LEFT
        MOVE LOS-LOSS-AMOUNT(L) TO CLAIM-PAY
      ELSE
        MOVE COVER-LEFT TO CLAIM-PAY
      END-IF
      IF LK-MONEY + CLAIM-PAY > MONEY-MAX
        COMPUTE CLAIM-PAY = MONEY-MAX - LK-MONEY
      END-IF

      ADD CLAIM-PAY TO LK-MONEY
      ADD CLAIM-PAY TO POL-CLAIM-PAID(PICK-IX)
      MOVE 1                TO LOS-STATUS(L)
      MOVE POL-ID(PICK-IX)  TO LOS-POLICY-ID(L)
      MOVE CLAIM-PAY        TO LOS-PAID-AMOUNT(L)

      DISPLAY "【保険】DAY" LOS-GAME-DAY(L) "の"
        FUNCTION TRIM(INSURE-TYPE-NAME(LOS-TYPE(L)))
        "（損害" LOS-LOSS-AMOUNT(L) "Ｇ）に保険金"
        CLAIM-PAY "Ｇが支払われました"

      IF POL-CLAIM-PAID(PICK-IX) >= POL-LIMIT(PICK-IX)
        MOVE 3           TO POL-STATUS(PICK-IX)
        MOVE LK-GAME-DAY TO POL-END-DAY(PICK-IX)
        DISPLAY "【保険】No." POL-ID(PICK-IX)
          "は支払限度額に達したため終了しました"
      END-IF.
