identification division.
program-id. kintai-dept-budget-import.

environment division.
input-output section.
       file-control.
           select import-file assign to "./dat/dept-budget-import.csv"
               organization line sequential
               status import-status.
           select reject-file assign to "./dat/dept-budget-reject.csv"
               organization line sequential
               status reject-status.
           select department-file assign to "./dat/department.dat"
               organization relative
               access mode sequential
               relative key dept-key
               status dept-status.
           select budget-file assign to "./dat/dept-budget.dat"
               organization indexed
               access mode dynamic
               record key is Fdb-key
               status budget-status.
           select log-file assign to "./dat/log.dat"
               organization line sequential.
data division.
file section.
       fd import-file.
           01 import-line pic X(256).
       fd reject-file.
           01 reject-line pic X(320).
       fd department-file.
           01 Fdept-rec.
               03 Fdept-id pic 9(2).
               03 Fdept-name pic N(20).
               03 Fdept-parent pic 9(2).
       fd budget-file.
           01 Fdb-rec.
               03 Fdb-key.
                   05 Fdb-dept pic 9(2).
                   05 Fdb-yyyymm pic X(6).
               03 Fdb-headcount pic 9(5).
               03 Fdb-scheduled-hours pic 9(7)v99.
               03 Fdb-overtime-hours pic 9(7)v99.
               03 Fdb-labor-cost pic 9(11).
               03 Fdb-imported-at pic X(21).
       fd log-file.
           01 log-rec.
               03 log-timestamp pic X(21).
               03 log-comments pic X(128).
working-storage section.
       01 dept-key pic 99.
       01 status-rec.
           03 import-status pic XX.
           03 reject-status pic XX.
           03 dept-status pic XX.
           03 budget-status pic XX.
       *> dept,yyyymm,headcount,scheduled_hours,overtime_hours,labor_cost
       01 csv-cols.
           03 csv-col pic X(16) occurs 6 times.
       01 csv-tallying pic 99.
       01 line-no pic 9(5) value zero.
       01 import-count pic 9(5) value zero.
       01 reject-count pic 9(5) value zero.
       01 reject-reason pic X(40).
       01 csv-dept pic 9(2).
       01 csv-month pic 99.
       *> department.dat に登録済みの部署
       01 dept-exists pic 9 occurs 99 times indexed by dpt-idx.
       01 record-exists pic 9.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "部署別 人件費・工数予算 取込バッチ".

       open input import-file.
       if import-status not = "00" then
           display "./dat/dept-budget-import.csv が開けませんでした"
           stop run
       end-if.
       open output reject-file.

       perform load-departments.

       open i-o budget-file.
       if budget-status not = "00"
           open output budget-file
           close budget-file
           open i-o budget-file
       end-if.

       perform until import-status not = "00"
           read import-file
               not at end
                   add 1 to line-no
                   perform import-one-line thru import-one-line-exit
       end-perform.
       close import-file.
       close budget-file.
       close reject-file.

       display "取込件数: " import-count "  リジェクト件数: " reject-count.
       if reject-count > 0
           display "リジェクト一覧: ./dat/dept-budget-reject.csv"
       end-if.

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] department budget import: " delimited by size
           import-count delimited by size
           " imported, " delimited by size
           reject-count delimited by size
           " rejected." delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       stop run.

load-departments.
       perform varying dpt-idx from 1 by 1 until dpt-idx > 99
           move zero to dept-exists(dpt-idx)
       end-perform.
       open input department-file.
       perform until dept-status not = "00"
           read department-file
               not at end
                   if Fdept-id >= 1 and Fdept-id <= 99
                       move 1 to dept-exists(Fdept-id)
                   end-if
       end-perform.
       close department-file.

import-one-line.
       move spaces to csv-cols.
       move zero to csv-tallying.
       unstring import-line delimited by ","
           into csv-col(1) csv-col(2) csv-col(3)
               csv-col(4) csv-col(5) csv-col(6)
           tallying in csv-tallying
       end-unstring.

       *> 見出し行・空行は読み飛ばす
       if csv-col(1) = "dept" or import-line = spaces
           go to import-one-line-exit
       end-if.

       if csv-tallying not = 6
           move "列数が6ではありません" to reject-reason
           perform write-reject
           go to import-one-line-exit
       end-if.

       compute csv-dept = function numval(csv-col(1)).
       if csv-dept < 1 or csv-dept > 99
           move "部署IDが不正です" to reject-reason
           perform write-reject
           go to import-one-line-exit
       end-if.
       if dept-exists(csv-dept) = zero
           move "department.datに無い部署IDです" to reject-reason
           perform write-reject
           go to import-one-line-exit
       end-if.

       if function length(function trim(csv-col(2))) not = 6
           or csv-col(2)(1:6) is not numeric
           move "年月が6桁ではありません" to reject-reason
           perform write-reject
           go to import-one-line-exit
       end-if.
       compute csv-month = function numval(csv-col(2)(5:2)).
       if csv-month < 1 or csv-month > 12
           move "年月が不正です" to reject-reason
           perform write-reject
           go to import-one-line-exit
       end-if.

       *> 同じ部署・年月の予算は差し替える（修正予算の再取込）
       move csv-dept to Fdb-dept.
       move csv-col(2)(1:6) to Fdb-yyyymm.
       move 1 to record-exists.
       read budget-file
           invalid key move zero to record-exists
       end-read.

       move csv-dept to Fdb-dept.
       move csv-col(2)(1:6) to Fdb-yyyymm.
       compute Fdb-headcount = function numval(csv-col(3)).
       compute Fdb-scheduled-hours = function numval(csv-col(4)).
       compute Fdb-overtime-hours = function numval(csv-col(5)).
       compute Fdb-labor-cost = function numval(csv-col(6)).
       move function current-date to Fdb-imported-at.

       if record-exists = 1
           rewrite Fdb-rec
               invalid key
                   move "予算ファイルの更新に失敗しました"
                       to reject-reason
                   perform write-reject
                   go to import-one-line-exit
           end-rewrite
       else
           write Fdb-rec
               invalid key
                   move "予算ファイルの登録に失敗しました"
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
