identification division.
program-id. kintai-withholding-import.

environment division.
input-output section.
       file-control.
           select import-file assign to "./dat/withholding-tax-import.csv"
               organization line sequential
               status import-status.
           select withholding-file assign to "./dat/withholding-tax.dat"
               organization relative
               access mode sequential
               relative key wt-key
               status wt-status.
           select bonus-tax-file assign to "./dat/bonus-tax-rate.dat"
               organization relative
               access mode sequential
               relative key bt-key
               status bt-status.
           select log-file assign to "./dat/log.dat"
               organization line sequential.
data division.
file section.
       fd import-file.
           01 import-line pic X(400).
       fd withholding-file.
           01 Fwt-rec.
               03 Fwt-effective-from pic X(8).
               03 Fwt-lower pic 9(8).
               03 Fwt-upper pic 9(8).
               03 Fwt-kou-tax pic 9(8) occurs 8 times.
               03 Fwt-kou-rate pic 9(2)v999.
               03 Fwt-otsu-tax pic 9(8).
               03 Fwt-otsu-rate pic 9(2)v999.
       fd bonus-tax-file.
           01 Fbt-rec.
               03 Fbt-effective-from pic X(8).
               03 Fbt-rate pic 9(2)v999.
               03 Fbt-kou-range occurs 8 times.
                   05 Fbt-kou-lower pic 9(8).
                   05 Fbt-kou-upper pic 9(8).
               03 Fbt-otsu-lower pic 9(8).
               03 Fbt-otsu-upper pic 9(8).
       fd log-file.
           01 log-rec.
               03 log-timestamp pic X(21).
               03 log-comments pic X(128).
working-storage section.
       01 status-rec.
           03 import-status pic XX.
           03 wt-status pic XX.
           03 bt-status pic XX.
       01 wt-key pic 9(4) value zero.
       01 bt-key pic 9(4) value zero.
       *> 表は年ごとに全件入れ替える。行種別 M=月額表 B=賞与の算出率の表。
       *> 取込ファイルに含まれる種別の表だけを作り直す
       01 wt-opened pic 9 value zero.
       01 bt-opened pic 9 value zero.
       01 csv-cols.
           03 csv-col pic X(16) occurs 21 times.
       01 csv-tallying pic 99.
       01 col-idx pic 99.
       01 line-no pic 9(5) value zero.
       01 wt-count pic 9(5) value zero.
       01 bt-count pic 9(5) value zero.
       01 error-count pic 9(5) value zero.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "源泉徴収税額表 取込バッチ（月額表・賞与の算出率の表）".

       open input import-file.
       if import-status not = "00" then
           display "./dat/withholding-tax-import.csv が開けませんでした"
           stop run
       end-if.

       perform until import-status not = "00"
           read import-file
               not at end
                   add 1 to line-no
                   perform import-one-line thru import-one-line-exit
       end-perform.
       close import-file.

       if wt-opened = 1
           close withholding-file
       end-if.
       if bt-opened = 1
           close bonus-tax-file
       end-if.

       display "月額表: " wt-count " 行  賞与算出率: " bt-count
           " 行  エラー: " error-count " 行".
       if wt-opened = 0
           display "（月額表の行がないため withholding-tax.dat は変更していません）"
       end-if.
       if bt-opened = 0
           display "（算出率の行がないため bonus-tax-rate.dat は変更していません）"
       end-if.

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] withholding tax table import: " delimited by size
           wt-count delimited by size
           " monthly, " delimited by size
           bt-count delimited by size
           " bonus rows, " delimited by size
           error-count delimited by size
           " errors." delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       stop run.

import-one-line.
       move spaces to csv-cols.
       move zero to csv-tallying.
       unstring import-line delimited by ","
           into csv-col(1) csv-col(2) csv-col(3) csv-col(4) csv-col(5)
               csv-col(6) csv-col(7) csv-col(8) csv-col(9) csv-col(10)
               csv-col(11) csv-col(12) csv-col(13) csv-col(14)
               csv-col(15) csv-col(16) csv-col(17) csv-col(18)
               csv-col(19) csv-col(20) csv-col(21)
           tallying in csv-tallying
       end-unstring.

       *> 見出し行・空行は読み飛ばす
       if csv-col(1) = "type" or import-line = spaces
           go to import-one-line-exit
       end-if.

       evaluate csv-col(1)
           when "M"
               perform import-monthly-row thru import-monthly-row-exit
           when "B"
               perform import-bonus-row thru import-bonus-row-exit
           when other
               display "行 " line-no " 行種別が不正です: "
                   function trim(import-line)
               add 1 to error-count
       end-evaluate.

import-one-line-exit.
       exit.

import-monthly-row.
       *> M,適用開始日,以上,未満,甲0人..甲7人,甲欄超過税率,乙欄,乙欄超過税率
       if csv-tallying not = 15
           display "行 " line-no " 月額表の列数が正しくありません: "
               function trim(import-line)
           add 1 to error-count
           go to import-monthly-row-exit
       end-if.
       if function length(function trim(csv-col(2))) not = 8
           or function numval(csv-col(3)) > function numval(csv-col(4))
           display "行 " line-no " 適用開始日または金額の範囲が不正です: "
               function trim(import-line)
           add 1 to error-count
           go to import-monthly-row-exit
       end-if.

       if wt-opened = 0
           open output withholding-file
           move 1 to wt-opened
       end-if.

       move csv-col(2) to Fwt-effective-from.
       compute Fwt-lower = function numval(csv-col(3)).
       compute Fwt-upper = function numval(csv-col(4)).
       perform varying col-idx from 1 by 1 until col-idx > 8
           compute Fwt-kou-tax(col-idx) =
               function numval(csv-col(col-idx + 4))
       end-perform.
       compute Fwt-kou-rate = function numval(csv-col(13)).
       compute Fwt-otsu-tax = function numval(csv-col(14)).
       compute Fwt-otsu-rate = function numval(csv-col(15)).

       add 1 to wt-key.
       write Fwt-rec.
       add 1 to wt-count.

import-monthly-row-exit.
       exit.

import-bonus-row.
       *> B,適用開始日,税率,甲0人以上,甲0人未満,..,甲7人未満,乙以上,乙未満
       if csv-tallying not = 21
           display "行 " line-no " 算出率の表の列数が正しくありません: "
               function trim(import-line)
           add 1 to error-count
           go to import-bonus-row-exit
       end-if.
       if function length(function trim(csv-col(2))) not = 8
           or function numval(csv-col(3)) > 100
           display "行 " line-no " 適用開始日または税率が不正です: "
               function trim(import-line)
           add 1 to error-count
           go to import-bonus-row-exit
       end-if.

       if bt-opened = 0
           open output bonus-tax-file
           move 1 to bt-opened
       end-if.

       move csv-col(2) to Fbt-effective-from.
       compute Fbt-rate = function numval(csv-col(3)).
       perform varying col-idx from 1 by 1 until col-idx > 8
           compute Fbt-kou-lower(col-idx) =
               function numval(csv-col(col-idx * 2 + 2))
           compute Fbt-kou-upper(col-idx) =
               function numval(csv-col(col-idx * 2 + 3))
       end-perform.
       compute Fbt-otsu-lower = function numval(csv-col(20)).
       compute Fbt-otsu-upper = function numval(csv-col(21)).

       add 1 to bt-key.
       write Fbt-rec.
       add 1 to bt-count.

import-bonus-row-exit.
       exit.
