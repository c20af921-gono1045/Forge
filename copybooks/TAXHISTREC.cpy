*> ==============================
*>  ギルド税の申告履歴レコード（TAXHISTREC）
*>  GUILDTAX が申告した期間（TX-FROM-DAY〜TX-TO-DAY）ごとに
*>  1件追記する。次の申告は最後の TX-TO-DAY の翌日から始まり、
*>  同じ期間を二度申告することはない
*>  TX-NET-PROFIT は PROFITLOSS と同じ区分で集計した期間純損益、
*>  TX-TAXABLE は課税所得（損失の期間は0）
*>  TX-PAID は所持金から納めた額、TX-TO-LOAN は払いきれず
*>  借入に回った額（TX-TAX-DUE＝TX-PAID＋TX-TO-LOAN、
*>  借入が上限に達したときだけ差が出る）
*>  TX-ASSESS-DAY は申告した日（台帳の記帳日と同じ）
*>  TX-KIND は 1＝随時申告（台帳は GUILDTAX）、
*>  2＝日替わりの定期申告（台帳は TAXDAY）
*> ==============================
01 TAX-HISTORY-RECORD.
    05 TX-FROM-DAY     PIC 9(4).
    05 TX-TO-DAY       PIC 9(4).
    05 TX-ASSESS-DAY   PIC 9(4).
    05 TX-KIND         PIC 9.
    05 TX-NET-PROFIT   PIC S9(9) SIGN TRAILING SEPARATE.
    05 TX-TAXABLE      PIC 9(8).
    05 TX-TAX-DUE      PIC 9(7).
    05 TX-PAID         PIC 9(7).
    05 TX-TO-LOAN      PIC 9(7).
