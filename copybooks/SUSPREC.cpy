*> ==============================
*>  保留レコード（SUSPREC）
*>  INTEGRITY が整合性検査で不良と判定したレコードを
*>  元の台帳から抜き出して保留ファイル（SUSPENSE）に追記する
*>  SU-FILE-NAME は元の台帳名（ORDERS／CUSTFILE など）、
*>  SU-RULE は最初に引っかかった検査規則の番号、
*>  SU-DATA は元のレコードそのまま（直して元の台帳に戻せる）
*> ==============================
01 SUSPENSE-RECORD.
    05 SU-GAME-DAY   PIC 9(4).
    05 SU-FILE-NAME  PIC X(8).
    05 SU-RULE       PIC 9(2).
    05 SU-DATA       PIC X(90).
