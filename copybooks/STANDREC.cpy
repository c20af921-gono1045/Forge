*> ==============================
*>  定期指示レコード（STANDREC）
*>  STANDING が定期指示台帳（STANDBOOK）に1指示1件で持つ
*>  SI-KIND：1＝インゴット売却（SI-TARGET の金属の価格が
*>  SI-LIMIT を超えたら、SI-KEEP 個を残して売る）、
*>  2＝預け入れ（所持金のうち SI-LIMIT を超える分を預ける）、
*>  3＝借入返済（所持金のうち SI-LIMIT を超える分で返す）、
*>  4＝アイテム補充（SI-TARGET のアイテムが SI-LIMIT 個を
*>  下回ったら SI-KEEP 個まで買い足す）
*>  SI-STATUS：1＝有効、2＝停止中
*>  SI-LAST-DAY は最後に実行した日（未実行は0）
*> ==============================
01 STANDING-RECORD.
    05 SI-ID            PIC 9(3).
    05 SI-KIND          PIC 9.
    05 SI-TARGET        PIC 9.
    05 SI-LIMIT         PIC 9(6).
    05 SI-KEEP          PIC 9(5).
    05 SI-STATUS        PIC 9.
    05 SI-LAST-DAY      PIC 9(4).
