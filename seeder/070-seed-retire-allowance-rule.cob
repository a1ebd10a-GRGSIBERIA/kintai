identification division.
program-id. 070-seed-retire-allowance-rule.
environment division.
input-output section.
       file-control.
       select outfile assign to "./dat/retire-allowance-rule.dat"
           organization is relative
           access mode sequential
           relative key is key-num.
data division.
file section.
       fd outfile.
           01 Frar-rec.
               03 Frar-type pic X.
               03 Frar-from-years pic 9(2).
               03 Frar-to-years pic 9(2).
               03 Frar-grade pic 9(2).
               03 Frar-base-amount pic 9(9).
               03 Frar-points pic 9(5).
               03 Frar-reason pic 9.
               03 Frar-status-type pic 9.
               03 Frar-rate pic 9(3)v999.
working-storage section.
       01 key-num pic 99.

procedure division.
main-procedure.
       display "退職金規程マスタを登録します"

       open output outfile.
       *> U=ポイント単価（base-amount に1ポイントあたりの円）
       move zero to key-num.
       move "U" to Frar-type.
       move zero to Frar-from-years Frar-to-years Frar-grade
           Frar-points Frar-reason Frar-status-type Frar-rate.
       move 10000 to Frar-base-amount.
       perform write-rule.

       *> B=勤続年数帯（満年数）別の基本額・ポイント。
       *> 等級00は全等級共通、等級指定の行があればそちらを優先する
       move "B" to Frar-type.
       move zero to Frar-reason Frar-status-type Frar-rate.
       move zero to Frar-grade.
       move zero to Frar-base-amount.
       move 0 to Frar-from-years.
       move 2 to Frar-to-years.
       move 0 to Frar-points.
       perform write-rule.
       move 3 to Frar-from-years.
       move 4 to Frar-to-years.
       move 30 to Frar-points.
       perform write-rule.
       move 5 to Frar-from-years.
       move 9 to Frar-to-years.
       move 80 to Frar-points.
       perform write-rule.
       move 10 to Frar-from-years.
       move 14 to Frar-to-years.
       move 180 to Frar-points.
       perform write-rule.
       move 15 to Frar-from-years.
       move 19 to Frar-to-years.
       move 300 to Frar-points.
       perform write-rule.
       move 20 to Frar-from-years.
       move 24 to Frar-to-years.
       move 450 to Frar-points.
       perform write-rule.
       move 25 to Frar-from-years.
       move 29 to Frar-to-years.
       move 600 to Frar-points.
       perform write-rule.
       move 30 to Frar-from-years.
       move 99 to Frar-to-years.
       move 750 to Frar-points.
       perform write-rule.

       *> 管理職等級（05）は勤続10年以上で基本額を上乗せする
       move 5 to Frar-grade.
       move 500000 to Frar-base-amount.
       move 10 to Frar-from-years.
       move 19 to Frar-to-years.
       move 240 to Frar-points.
       perform write-rule.
       move 1000000 to Frar-base-amount.
       move 20 to Frar-from-years.
       move 99 to Frar-to-years.
       move 600 to Frar-points.
       perform write-rule.

       *> M=退職事由別の支給率（1=自己都合 2=会社都合 3=定年）
       move "M" to Frar-type.
       move zero to Frar-from-years Frar-to-years Frar-grade
           Frar-base-amount Frar-points Frar-status-type.
       move 1 to Frar-reason.
       move 0.600 to Frar-rate.
       perform write-rule.
       move 2 to Frar-reason.
       move 1.000 to Frar-rate.
       perform write-rule.
       move 3 to Frar-reason.
       move 1.000 to Frar-rate.
       perform write-rule.

       *> X=勤続から除く休職期間（emp-status の種別と除算率）
       *> 私傷病休職は全期間、育児・介護休業は1/2を除く。産前産後は通算する
       move "X" to Frar-type.
       move zero to Frar-reason.
       move 1 to Frar-status-type.
       move 1.000 to Frar-rate.
       perform write-rule.
       move 3 to Frar-status-type.
       move 0.500 to Frar-rate.
       perform write-rule.
       move 4 to Frar-status-type.
       move 0.500 to Frar-rate.
       perform write-rule.

       close outfile.
       stop run.

write-rule.
       add 1 to key-num.
       write Frar-rec.
       display Frar-rec.
