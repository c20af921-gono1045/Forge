*> ==============================
*>  仕入先マスタレコード（SUPPREC）
*>  PURCHASE が管理する鉱石の仕入先
*>  SP-SELLS は金属グレード順の取扱区分（1＝取扱あり）、
*>  SP-UNIT-PRICE は鉱石1個あたりの卸値
*>  SP-LEAD-DAYS は発注から入荷までの日数
*>  1回の発注数量が SP-BREAK-QTY 以上なら
*>  卸値を SP-BREAK-PCT ％値引きする（数量割引）
*> ==============================
01 SUPPLIER-RECORD.
    05 SP-SUPP-ID     PIC 9(2).
    05 SP-NAME        PIC X(30).
    05 SP-SELLS       OCCURS 3 PIC 9.
    05 SP-UNIT-PRICE  OCCURS 3 PIC 9(4).
    05 SP-LEAD-DAYS   PIC 9(2).
    05 SP-BREAK-QTY   PIC 9(5).
    05 SP-BREAK-PCT   PIC 9(2).
