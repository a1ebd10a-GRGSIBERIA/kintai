identification division.
program-id. kintai-resident-tax-import.

environment division.
input-output section.
       file-control.
           select import-file assign to "./dat/resident-tax-import.csv"
               organization line sequential
               status import-status.
           select reject-file assign to "./dat/resident-tax-reject.csv"
               organization line sequential
               status reject-status.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode dynamic
               record key is Fuserid
               status user-status.
           select resident-tax-file assign to "./dat/resident-tax.dat"
               organization indexed
               access mode dynamic
               record key is Frt-key
               status resident-tax-status.
           select log-file assign to "./dat/log.dat"
               organization line sequential.
data division.
file section.
       fd import-file.
           01 import-line pic X(256).
       fd reject-file.
           01 reject-line pic X(320).
       fd user-file.
           01 Fuser-rec.
               03 Fuserid pic 9(7).
               03 Fusername pic X(64).
               03 Ffirstname pic N(32) usage national.
               03 Flastname pic N(32).
               03 Fpswd pic X(20).
               03 Fgender pic 9(2).
               03 Faddress.
                   05 Faddress-postal pic X(8).
                   05 Faddress-prefecture pic N(10).
                   05 Faddress-city pic N(20).
                   05 Faddress-street pic N(40).
               03 Femail pic X(254).
               03 Fphone-number pic X(14).
               03 Froll pic 9(2).
               03 Fdept pic 9(2).
               03 Femptype pic 9(2).
               03 Fjoin-date pic X(21).
               03 Fbirthdate pic X(8).
               03 Fretire-date pic X(8).
       fd resident-tax-file.
           01 Frt-rec.
               03 Frt-key.
                   05 Frt-userid pic 9(7).
                   05 Frt-fiscal-year pic 9(4).
               03 Frt-municipality pic X(6).
               03 Frt-annual pic 9(8).
               03 Frt-installment pic 9(7) occurs 12 times.
               03 Frt-retire-flag pic X.
               03 Frt-retire-month pic X(6).
               03 Frt-method pic X.
               03 Frt-imported-at pic X(21).
       fd log-file.
           01 log-rec.
               03 log-timestamp pic X(21).
               03 log-comments pic X(128).
working-storage section.
       01 status-rec.
           03 import-status pic XX.
           03 reject-status pic XX.
           03 user-status pic XX.
           03 resident-tax-status pic XX.
       *> userid,年度,市区町村コード,年税額,6月,7月,…,翌年5月
       01 csv-cols.
           03 csv-col pic X(16) occurs 16 times.
       01 csv-tallying pic 99.
       01 col-idx pic 99.
       01 line-no pic 9(5) value zero.
       01 import-count pic 9(5) value zero.
       01 reject-count pic 9(5) value zero.
       01 reject-reason pic X(40).
       01 csv-userid pic 9(7).
       01 csv-fiscal-year pic 9(4).
       01 installment-sum pic 9(9).
       01 record-exists pic 9.
       01 keep-retire-flag pic X.
       01 keep-retire-month pic X(6).
       01 keep-method pic X.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "住民税特別徴収税額 取込バッチ（特別徴収税額決定通知書）".

       open input import-file.
       if import-status not = "00" then
           display "./dat/resident-tax-import.csv が開けませんでした"
           stop run
       end-if.
       open output reject-file.

       open i-o resident-tax-file.
       if resident-tax-status not = "00"
           open output resident-tax-file
           close resident-tax-file
           open i-o resident-tax-file
       end-if.

       perform until import-status not = "00"
           read import-file
               not at end
                   add 1 to line-no
                   perform import-one-line thru import-one-line-exit
       end-perform.
       close import-file.
       close resident-tax-file.
       close reject-file.

       display "取込件数: " import-count "  リジェクト件数: " reject-count.
       if reject-count > 0
           display "リジェクト一覧: ./dat/resident-tax-reject.csv"
       end-if.

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] resident tax import: " delimited by size
           import-count delimited by size
           " imported, " delimited by size
           reject-count delimited by size
           " rejected." delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       stop run.

import-one-line.
       move spaces to csv-cols.
       move zero to csv-tallying.
       unstring import-line delimited by ","
           into csv-col(1) csv-col(2) csv-col(3) csv-col(4)
               csv-col(5) csv-col(6) csv-col(7) csv-col(8)
               csv-col(9) csv-col(10) csv-col(11) csv-col(12)
               csv-col(13) csv-col(14) csv-col(15) csv-col(16)
           tallying in csv-tallying
       end-unstring.

       *> 見出し行・空行は読み飛ばす
       if csv-col(1) = "userid" or import-line = spaces
           go to import-one-line-exit
       end-if.

       if csv-tallying not = 16
           move "列数が16ではありません" to reject-reason
           perform write-reject
           go to import-one-line-exit
       end-if.

       if function length(function trim(csv-col(3))) not = 6
           move "市区町村コードが6桁ではありません" to reject-reason
           perform write-reject
           go to import-one-line-exit
       end-if.

       compute csv-userid = function numval(csv-col(1)).
       compute csv-fiscal-year = function numval(csv-col(2)).
       if csv-fiscal-year < 2000
           move "年度が不正です" to reject-reason
           perform write-reject
           go to import-one-line-exit
       end-if.

       move csv-userid to Fuserid.
       open input user-file.
       read user-file
           invalid key continue
       end-read.
       close user-file.
       if user-status not = "00"
           move "user.datに無いuseridです" to reject-reason
           perform write-reject
           go to import-one-line-exit
       end-if.

       *> 12回の月割額の合計は年税額と一致しなければならない
       move zero to installment-sum.
       perform varying col-idx from 5 by 1 until col-idx > 16
           compute installment-sum =
               installment-sum + function numval(csv-col(col-idx))
       end-perform.
       if installment-sum not = function numval(csv-col(4))
           move "月割額の合計が年税額と一致しません" to reject-reason
           perform write-reject
           go to import-one-line-exit
       end-if.

       *> 年度途中の変更通知は金額を差し替え、退職時の判定は引き継ぐ
       move csv-userid to Frt-userid.
       move csv-fiscal-year to Frt-fiscal-year.
       move 1 to record-exists.
       read resident-tax-file
           invalid key move zero to record-exists
       end-read.
       if record-exists = 1
           move Frt-retire-flag to keep-retire-flag
           move Frt-retire-month to keep-retire-month
           move Frt-method to keep-method
       else
           move space to keep-retire-flag keep-method
           move spaces to keep-retire-month
       end-if.

       move csv-userid to Frt-userid.
       move csv-fiscal-year to Frt-fiscal-year.
       move csv-col(3) to Frt-municipality.
       compute Frt-annual = function numval(csv-col(4)).
       perform varying col-idx from 1 by 1 until col-idx > 12
           compute Frt-installment(col-idx) =
               function numval(csv-col(col-idx + 4))
       end-perform.
       move keep-retire-flag to Frt-retire-flag.
       move keep-retire-month to Frt-retire-month.
       move keep-method to Frt-method.
       move function current-date to Frt-imported-at.

       if record-exists = 1
           rewrite Frt-rec
               invalid key
                   move "住民税ファイルの更新に失敗しました"
                       to reject-reason
                   perform write-reject
                   go to import-one-line-exit
           end-rewrite
       else
           write Frt-rec
               invalid key
                   move "住民税ファイルの登録に失敗しました"
                       to reject-reason
                   perform write-reject
                   go to import-one-line-exit
           end-write
       end-if.

       add 1 to import-count.

import-one-line-exit.
       exit.

write-reject.
       add 1 to reject-count.
       display "行 " line-no " リジェクト: " function trim(reject-reason).
       move spaces to reject-line.
       string line-no delimited by size
           "," delimited by size
           function trim(reject-reason) delimited by size
           "," delimited by size
           function trim(import-line) delimited by size
           into reject-line
       end-string.
       write reject-line.
