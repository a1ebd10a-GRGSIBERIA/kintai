identification division.
program-id. kintai-transfer-result-import.

environment division.
input-output section.
       file-control.
           select transfer-run-file assign to "./dat/transfer-run.dat"
               organization indexed
               access mode dynamic
               record key is Ftrn-key
               status transfer-run-status.
           select sent-file assign using sent-name
               organization line sequential
               status sent-status.
           select result-file assign using result-name
               organization line sequential
               status result-status.
           select failed-file assign to "./dat/transfer-failed.dat"
               organization indexed
               access mode dynamic
               record key is Ftf-key
               status failed-status.
           select manifest-file assign to "./dat/payroll-manifest.dat"
               organization indexed
               access mode dynamic
               record key is Fman-key
               status manifest-status.
           select manifest-net-file
               assign to "./dat/payroll-manifest-net.dat"
               organization indexed
               access mode dynamic
               record key is Fmn-key
               status manifest-net-status.
           select notify-file assign to "./dat/notify.dat"
               organization indexed
               access mode dynamic
               record key is Fntf-id
               status notify-status.
           select notify-seq-file assign to "./dat/notify-seq.dat"
               organization relative
               access mode dynamic
               relative key ntf-seq-key
               status ntf-seq-status.
           select run-param-file assign to "./dat/run-param.dat"
               organization indexed
               access mode dynamic
               record key is Frp-key
               status run-param-status.
           select report-file assign using report-name
               organization line sequential
               status report-status.
data division.
file section.
       fd transfer-run-file.
           01 Ftrn-rec.
               03 Ftrn-key.
                   05 Ftrn-yyyymm pic X(6).
                   05 Ftrn-version pic 9(3).
                   05 Ftrn-company pic 9(2).
                   05 Ftrn-run pic 9(2).
               03 Ftrn-count pic 9(6).
               03 Ftrn-total pic 9(12).
               03 Ftrn-file pic X(60).
               03 Ftrn-sent-file pic X(60).
               03 Ftrn-created-at pic X(21).
               03 Ftrn-paid-count pic 9(6).
               03 Ftrn-paid-total pic 9(12).
               03 Ftrn-failed-count pic 9(6).
               03 Ftrn-failed-total pic 9(12).
               03 Ftrn-result-at pic X(21).
       fd sent-file.
           01 Fzs-rec.
               03 Fzs-userid pic 9(7).
               03 Fzs-filler1 pic X.
               03 Fzs-amount pic 9(10).
               03 Fzs-filler2 pic X.
               03 Fzs-bank-code pic 9(4).
               03 Fzs-filler3 pic X.
               03 Fzs-branch-code pic 9(3).
               03 Fzs-filler4 pic X.
               03 Fzs-account-type pic 9.
               03 Fzs-filler5 pic X.
               03 Fzs-account-number pic 9(7).
               03 Fzs-filler6 pic X.
               03 Fzs-payee-kana pic X(30).
       *> 銀行から返却される振込結果（全銀フォーマットのデータレコードに結果コード付き）
       fd result-file.
           01 result-line pic X(120).
       *> 振込不能の台帳（F 不能 / C 口座修正済 / R 再振込データ作成済 / P 再振込済）
       fd failed-file.
           01 Ftf-rec.
               03 Ftf-key.
                   05 Ftf-yyyymm pic X(6).
                   05 Ftf-version pic 9(3).
                   05 Ftf-company pic 9(2).
                   05 Ftf-userid pic 9(7).
               03 Ftf-amount pic 9(10).
               03 Ftf-bank-code pic 9(4).
               03 Ftf-branch-code pic 9(3).
               03 Ftf-account-type pic 9.
               03 Ftf-account-number pic 9(7).
               03 Ftf-payee-kana pic X(30).
               03 Ftf-reason pic X.
               03 Ftf-failed-run pic 9(2).
               03 Ftf-fail-count pic 9(2).
               03 Ftf-status pic X.
               03 Ftf-repay-run pic 9(2).
               03 Ftf-failed-at pic X(21).
               03 Ftf-corrected-by pic X(64).
               03 Ftf-corrected-at pic X(21).
               03 Ftf-paid-at pic X(21).
       fd manifest-file.
           01 Fman-rec.
               03 Fman-key.
                   05 Fman-yyyymm pic X(6).
                   05 Fman-version pic 9(3).
               03 Fman-rows pic 9(5).
               03 Fman-total-hours pic 9(7)v99.
               03 Fman-total-pay pic 9(10)v99.
               03 Fman-filename pic X(60).
               03 Fman-created-at pic X(21).
       fd manifest-net-file.
           01 Fmn-rec.
               03 Fmn-key.
                   05 Fmn-yyyymm pic X(6).
                   05 Fmn-version pic 9(3).
               03 Fmn-deductions pic s9(10)v99.
               03 Fmn-net-pay pic s9(10)v99.
               03 Fmn-created-at pic X(21).
       fd notify-file.
           01 Fntf-rec.
               03 Fntf-id pic 9(7).
               03 Fntf-recipient pic 9(7).
               03 Fntf-event pic X(20).
               03 Fntf-ref-id pic 9(12).
               03 Fntf-created-at pic X(21).
               03 Fntf-delivered pic X.
               03 Fntf-read pic X.
       fd notify-seq-file.
           01 Fntfseq-rec.
               03 Fntfseq-value pic 9(7).
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
       fd report-file.
           01 report-line pic X(160).
working-storage section.
       01 ntf-seq-key pic 9.
       01 status-rec.
           03 transfer-run-status pic XX.
           03 sent-status pic XX.
           03 result-status pic XX.
           03 failed-status pic XX.
           03 manifest-status pic XX.
           03 manifest-net-status pic XX.
           03 notify-status pic XX.
           03 ntf-seq-status pic XX.
           03 run-param-status pic XX.
           03 report-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 target-yyyymm pic X(6).
       01 target-version pic 9(3).
       01 target-company pic 9(2) value zero.
       01 target-run pic 9(2) value zero.
       01 input-text pic X(60).
       01 sent-name pic X(60).
       01 result-name pic X(60).
       01 report-name pic X(60).
       01 notify-userid pic 9(7) value zero.
       01 ntf-recipient pic 9(7).
       01 ntf-event pic X(20).
       01 ntf-ref pic 9(12).
       *> 全銀データレコードの結果付き版
       01 rs-data.
           03 rs-type pic X.
           03 rs-bank pic 9(4).
           03 rs-bank-name pic X(15).
           03 rs-branch pic 9(3).
           03 rs-branch-name pic X(15).
           03 rs-filler1 pic X(4).
           03 rs-account-type pic 9.
           03 rs-account-no pic 9(7).
           03 rs-payee pic X(30).
           03 rs-amount pic 9(10).
           03 rs-new-code pic X.
           03 rs-customer-code pic X(10).
           03 rs-filler2 pic X(10).
           *> 振込結果コード（0 入金済 / 1 口座なし / 2 名義相違 /
           *> 3 店番相違 / 4 解約済 / 9 その他）
           03 rs-result-code pic X.
           03 rs-filler3 pic X(8).
       01 rs-userid pic 9(7).
       *> 送信した明細（回ごとの控え）と照合結果
       01 sent-table.
           03 st-entry occurs 2000 times indexed by st-idx.
               05 st-userid pic 9(7).
               05 st-amount pic 9(10).
               05 st-bank pic 9(4).
               05 st-branch pic 9(3).
               05 st-type pic 9.
               05 st-account pic 9(7).
               05 st-payee pic X(30).
               05 st-matched pic 9.
               05 st-result pic X.
       01 sent-count pic 9(4) value zero.
       01 result-rows pic 9(6) value zero.
       01 unmatched-count pic 9(6) value zero.
       01 paid-count pic 9(6) value zero.
       01 paid-total pic 9(12) value zero.
       01 failed-count pic 9(6) value zero.
       01 failed-total pic 9(12) value zero.
       01 reason-label pic X(12).
       *> 当初振込と再振込の突合
       01 expected-total pic s9(12)v99 value zero.
       01 original-total pic 9(12) value zero.
       01 original-paid pic 9(12) value zero.
       01 original-failed pic 9(12) value zero.
       01 repaid-total pic 9(12) value zero.
       01 repay-sent-total pic 9(12) value zero.
       01 outstanding-total pic 9(12) value zero.
       01 outstanding-count pic 9(6) value zero.
       01 excluded-total pic s9(12)v99.
       01 check-total pic 9(12).
       01 amount-edit pic -(11)9.
       01 count-edit pic Z(5)9.
       01 today pic X(8).
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "振込結果の取込（振込不能の登録）".
       move function current-date(1:8) to today.
       move zero to job-step-count.

       perform accept-target thru accept-target-exit.

       move target-yyyymm to Ftrn-yyyymm.
       move target-version to Ftrn-version.
       move target-company to Ftrn-company.
       move target-run to Ftrn-run.
       open input transfer-run-file.
       read transfer-run-file
           invalid key continue
       end-read.
       close transfer-run-file.
       if transfer-run-status not = "00"
           display "対象の振込データが台帳にありません（"
               target-yyyymm " 版" target-version " 会社"
               target-company " 回" target-run "）"
           goback
       end-if.
       if Ftrn-result-at not = spaces
           display "この振込データの結果は取込済みです（"
               Ftrn-result-at(1:8) "）"
           goback
       end-if.
       move Ftrn-sent-file to sent-name.

       perform load-sent thru load-sent-exit.
       if sent-count = zero
           display "振込明細の控えが読めませんでした: "
               function trim(sent-name)
           goback
       end-if.

       perform read-result thru read-result-exit.
       if result-rows = zero and unmatched-count = zero
           display "振込結果ファイルが読めませんでした: "
               function trim(result-name)
           goback
       end-if.

       move spaces to report-name.
       string "./dat/transfer-result-" delimited by size
           target-yyyymm delimited by size
           "-" delimited by size
           target-version delimited by size
           "-" delimited by size
           target-company delimited by size
           "-" delimited by size
           target-run delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.
       move spaces to report-line.
       string "振込結果  対象 " delimited by size
           target-yyyymm delimited by size
           " 版" delimited by size
           target-version delimited by size
           " 会社" delimited by size
           target-company delimited by size
           " 回" delimited by size
           target-run delimited by size
           "  取込 " delimited by size
           today delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       string "結果ファイル " delimited by size
           function trim(result-name) delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       write report-line.
       move "--- 振込不能 ---" to report-line.
       write report-line.

       perform apply-one-result
           varying st-idx from 1 by 1 until st-idx > sent-count.

       perform update-transfer-run.
       perform reconcile thru reconcile-exit.
       close report-file.

       display "入金済 " paid-count " 件 / 振込不能 " failed-count " 件".
       if unmatched-count > 0
           display "警告: 振込明細と照合できない結果が " unmatched-count
               " 件あります（" function trim(report-name) "）"
       end-if.
       display function trim(report-name) " に出力しました".
       move sent-count to job-step-count.
       goback.

accept-target.
       move "yyyymm" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:6) to target-yyyymm
           move "version" to run-param-name
           perform lookup-run-param thru lookup-run-param-exit
           move function numval(run-param-value) to target-version
           move "company" to run-param-name
           perform lookup-run-param thru lookup-run-param-exit
           if run-param-found = 1
               move function numval(run-param-value) to target-company
           end-if
           move "run" to run-param-name
           perform lookup-run-param thru lookup-run-param-exit
           if run-param-found = 1
               move function numval(run-param-value) to target-run
           end-if
           move "result-file" to run-param-name
           perform lookup-run-param thru lookup-run-param-exit
           move run-param-value to result-name
       else
           display "対象年月を入力してください (例: 202608)"
           accept target-yyyymm
           display "対象の版番号を入力してください (例: 001)"
           accept target-version
           display "会社コードを入力してください (一括振込は 0 または空欄)"
           move spaces to input-text
           accept input-text
           if input-text not = spaces
               move function numval(input-text) to target-company
           end-if
           display "振込の回を入力してください (当初振込は 0 または空欄、再振込は 1 以降)"
           move spaces to input-text
           accept input-text
           if input-text not = spaces
               move function numval(input-text) to target-run
           end-if
           display "振込結果ファイル名を入力してください (空欄は既定の名前)"
           move spaces to result-name
           accept result-name
       end-if.
       move "notify-userid" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to notify-userid
       end-if.

       if result-name = spaces
           string "./dat/zengin-result-" delimited by size
               target-yyyymm delimited by size
               "-" delimited by size
               target-version delimited by size
               "-" delimited by size
               target-company delimited by size
               "-" delimited by size
               target-run delimited by size
               ".txt" delimited by size
               into result-name
           end-string
       end-if.

accept-target-exit.
       exit.

load-sent.
       open input sent-file.
       if sent-status not = "00"
           go to load-sent-exit
       end-if.
       perform until sent-status not = "00"
           read sent-file
               not at end
                   if sent-count < 2000
                       add 1 to sent-count
                       move Fzs-userid to st-userid(sent-count)
                       move Fzs-amount to st-amount(sent-count)
                       move Fzs-bank-code to st-bank(sent-count)
                       move Fzs-branch-code to st-branch(sent-count)
                       move Fzs-account-type to st-type(sent-count)
                       move Fzs-account-number to st-account(sent-count)
                       move Fzs-payee-kana to st-payee(sent-count)
                       move zero to st-matched(sent-count)
                       move "0" to st-result(sent-count)
                   end-if
       end-perform.
       close sent-file.

load-sent-exit.
       exit.

read-result.
       open input result-file.
       if result-status not = "00"
           go to read-result-exit
       end-if.
       perform until result-status not = "00"
           read result-file
               not at end
                   if result-line(1:1) = "2"
                       add 1 to result-rows
                       move result-line to rs-data
                       perform match-result thru match-result-exit
                   end-if
       end-perform.
       close result-file.

read-result-exit.
       exit.

match-result.
       *> 顧客コード1（userid）と金額で照合し、載っていない旧形式の
       *> 結果は口座と金額で照合する
       if rs-customer-code is numeric
           move rs-customer-code(4:7) to rs-userid
           perform varying st-idx from 1 by 1
               until st-idx > sent-count
                   or (st-matched(st-idx) = zero
                       and st-userid(st-idx) = rs-userid
                       and st-amount(st-idx) = rs-amount)
               continue
           end-perform
           if st-idx <= sent-count
               go to match-result-found
           end-if
       end-if.
       perform varying st-idx from 1 by 1
           until st-idx > sent-count
               or (st-matched(st-idx) = zero
                   and st-bank(st-idx) = rs-bank
                   and st-branch(st-idx) = rs-branch
                   and st-account(st-idx) = rs-account-no
                   and st-amount(st-idx) = rs-amount)
           continue
       end-perform.
       if st-idx <= sent-count
           go to match-result-found
       end-if.

       add 1 to unmatched-count.
       display "照合不能: 銀行" rs-bank " 支店" rs-branch
           " 口座" rs-account-no " 金額" rs-amount
           " 結果" rs-result-code.
       go to match-result-exit.

match-result-found.
       move 1 to st-matched(st-idx).
       if rs-result-code = space
           move "0" to st-result(st-idx)
       else
           move rs-result-code to st-result(st-idx)
       end-if.

match-result-exit.
       exit.

apply-one-result.
       *> 結果ファイルに載らなかった明細は入金済とみなす（不能分だけを
       *> 返す不能通知の形式にも対応するため）
       if st-result(st-idx) = "0"
           add 1 to paid-count
           add st-amount(st-idx) to paid-total
           if target-run > zero
               perform mark-repaid
           end-if
       else
           add 1 to failed-count
           add st-amount(st-idx) to failed-total
           perform register-failure
       end-if.

mark-repaid.
       move target-yyyymm to Ftf-yyyymm.
       move target-version to Ftf-version.
       move target-company to Ftf-company.
       move st-userid(st-idx) to Ftf-userid.
       open i-o failed-file.
       if failed-status = "00"
           read failed-file
               invalid key continue
           end-read
           if failed-status = "00"
               move "P" to Ftf-status
               move target-run to Ftf-repay-run
               move function current-date to Ftf-paid-at
               rewrite Ftf-rec
                   invalid key continue
               end-rewrite
           end-if
           close failed-file
       end-if.

register-failure.
       evaluate st-result(st-idx)
       when "1"
           move "口座なし" to reason-label
       when "2"
           move "名義相違" to reason-label
       when "3"
           move "店番相違" to reason-label
       when "4"
           move "解約済" to reason-label
       when other
           move "その他" to reason-label
       end-evaluate.

       move spaces to report-line.
       move st-amount(st-idx) to amount-edit.
       string "userid " delimited by size
           st-userid(st-idx) delimited by size
           "  金額 " delimited by size
           amount-edit delimited by size
           "  銀行" delimited by size
           st-bank(st-idx) delimited by size
           " 支店" delimited by size
           st-branch(st-idx) delimited by size
           " 口座" delimited by size
           st-account(st-idx) delimited by size
           "  理由 " delimited by size
           st-result(st-idx) delimited by size
           " " delimited by size
           function trim(reason-label) delimited by size
           into report-line
       end-string.
       write report-line.

       move target-yyyymm to Ftf-yyyymm.
       move target-version to Ftf-version.
       move target-company to Ftf-company.
       move st-userid(st-idx) to Ftf-userid.
       open i-o failed-file.
       if failed-status not = "00"
           open output failed-file
           close failed-file
           open i-o failed-file
       end-if.
       read failed-file
           invalid key
               move zero to Ftf-fail-count
               move spaces to Ftf-corrected-by Ftf-corrected-at
                   Ftf-paid-at
               move zero to Ftf-repay-run
       end-read.
       *> 当初の振込額は最初の不能時のものを残す
       if failed-status not = "00"
           move st-amount(st-idx) to Ftf-amount
       end-if.
       move st-bank(st-idx) to Ftf-bank-code.
       move st-branch(st-idx) to Ftf-branch-code.
       move st-type(st-idx) to Ftf-account-type.
       move st-account(st-idx) to Ftf-account-number.
       move st-payee(st-idx) to Ftf-payee-kana.
       move st-result(st-idx) to Ftf-reason.
       move target-run to Ftf-failed-run.
       add 1 to Ftf-fail-count.
       move "F" to Ftf-status.
       move function current-date to Ftf-failed-at.
       if failed-status = "00"
           rewrite Ftf-rec
               invalid key
                   display "振込不能の更新に失敗しました: "
                       st-userid(st-idx)
           end-rewrite
       else
           write Ftf-rec
               invalid key
                   display "振込不能の登録に失敗しました: "
                       st-userid(st-idx)
           end-write
       end-if.
       close failed-file.

       *> 本人に口座の確認を促し、担当者にも知らせる
       compute ntf-ref = function numval(target-yyyymm) * 1000
           + target-version.
       move "transfer-failed" to ntf-event.
       move st-userid(st-idx) to ntf-recipient.
       perform write-notification.
       if notify-userid not = zero
           move notify-userid to ntf-recipient
           perform write-notification
       end-if.

update-transfer-run.
       open i-o transfer-run-file.
       move target-yyyymm to Ftrn-yyyymm.
       move target-version to Ftrn-version.
       move target-company to Ftrn-company.
       move target-run to Ftrn-run.
       read transfer-run-file
           invalid key continue
       end-read.
       if transfer-run-status = "00"
           move paid-count to Ftrn-paid-count
           move paid-total to Ftrn-paid-total
           move failed-count to Ftrn-failed-count
           move failed-total to Ftrn-failed-total
           move function current-date to Ftrn-result-at
           rewrite Ftrn-rec
               invalid key
                   display "振込データ台帳の更新に失敗しました"
           end-rewrite
       end-if.
       close transfer-run-file.

reconcile.
       *> 当初振込額 = 当初入金済 + 再振込入金済 + 未解決の振込不能
       *> マニフェストとの差は口座未登録・他社分・派遣等の振込対象外
       move target-yyyymm to Fman-yyyymm.
       move target-version to Fman-version.
       open input manifest-file.
       read manifest-file
           invalid key continue
       end-read.
       close manifest-file.
       if manifest-status = "00"
           move Fman-total-pay to expected-total
       end-if.
       open input manifest-net-file.
       if manifest-net-status = "00"
           move target-yyyymm to Fmn-yyyymm
           move target-version to Fmn-version
           read manifest-net-file
               invalid key continue
           end-read
           if manifest-net-status = "00"
               move Fmn-net-pay to expected-total
           end-if
           close manifest-net-file
       end-if.

       open input transfer-run-file.
       move target-yyyymm to Ftrn-yyyymm.
       move target-version to Ftrn-version.
       move target-company to Ftrn-company.
       move zero to Ftrn-run.
       start transfer-run-file key >= Ftrn-key
           invalid key continue
       end-start.
       perform until transfer-run-status not = "00"
           read transfer-run-file next record
               at end move "10" to transfer-run-status
               not at end
                   if Ftrn-yyyymm not = target-yyyymm
                       or Ftrn-version not = target-version
                       or Ftrn-company not = target-company
                       move "10" to transfer-run-status
                   else
                       if Ftrn-run = zero
                           move Ftrn-total to original-total
                           move Ftrn-paid-total to original-paid
                           move Ftrn-failed-total to original-failed
                       else
                           add Ftrn-total to repay-sent-total
                           add Ftrn-paid-total to repaid-total
                       end-if
                   end-if
           end-read
       end-perform.
       close transfer-run-file.

       open input failed-file.
       if failed-status = "00"
           move target-yyyymm to Ftf-yyyymm
           move target-version to Ftf-version
           move target-company to Ftf-company
           move zero to Ftf-userid
           start failed-file key >= Ftf-key
               invalid key continue
           end-start
           perform until failed-status not = "00"
               read failed-file next record
                   at end move "10" to failed-status
                   not at end
                       if Ftf-yyyymm not = target-yyyymm
                           or Ftf-version not = target-version
                           or Ftf-company not = target-company
                           move "10" to failed-status
                       else
                           if Ftf-status not = "P"
                               add 1 to outstanding-count
                               add Ftf-amount to outstanding-total
                           end-if
                       end-if
               end-read
           end-perform
           close failed-file
       end-if.

       move spaces to report-line.
       write report-line.
       move "--- 突合（版全体） ---" to report-line.
       write report-line.
       move expected-total to amount-edit.
       move spaces to report-line.
       string "マニフェスト支給額      " amount-edit
           delimited by size into report-line
       end-string.
       write report-line.
       move original-total to amount-edit.
       move spaces to report-line.
       string "当初振込額              " amount-edit
           delimited by size into report-line
       end-string.
       write report-line.
       compute excluded-total = expected-total - original-total.
       move excluded-total to amount-edit.
       move spaces to report-line.
       string "  振込対象外（口座未登録・他社・派遣等） " amount-edit
           delimited by size into report-line
       end-string.
       write report-line.
       move original-paid to amount-edit.
       move spaces to report-line.
       string "当初入金済              " amount-edit
           delimited by size into report-line
       end-string.
       write report-line.
       move original-failed to amount-edit.
       move spaces to report-line.
       string "当初振込不能            " amount-edit
           delimited by size into report-line
       end-string.
       write report-line.
       move repaid-total to amount-edit.
       move spaces to report-line.
       string "再振込入金済            " amount-edit
           delimited by size into report-line
       end-string.
       write report-line.
       move outstanding-total to amount-edit.
       move outstanding-count to count-edit.
       move spaces to report-line.
       string "未解決の振込不能        " amount-edit
           "  (" count-edit " 件)"
           delimited by size into report-line
       end-string.
       write report-line.

       *> 当初振込の結果が未取込のうちは突合しない
       move spaces to report-line.
       if original-paid = zero and original-failed = zero
           move "当初振込の結果が未取込のため突合していません"
               to report-line
       else
           compute check-total = original-paid + repaid-total
               + outstanding-total
           if check-total = original-total
               move "突合結果: 一致（当初入金済＋再振込入金済＋未解決＝当初振込額）"
                   to report-line
           else
               move check-total to amount-edit
               string "突合結果: 不一致（合計 " amount-edit
                   "）" delimited by size into report-line
               end-string
               display "警告: 振込額の突合が一致しません"
           end-if
       end-if.
       write report-line.

reconcile-exit.
       exit.

write-notification.
       move 1 to ntf-seq-key.
       open i-o notify-seq-file.
       if ntf-seq-status not = "00"
           open output notify-seq-file
           close notify-seq-file
           open i-o notify-seq-file
       end-if.
       read notify-seq-file
           invalid key
               move zero to Fntfseq-value
               write Fntfseq-rec
       end-read.
       add 1 to Fntfseq-value.
       rewrite Fntfseq-rec.
       close notify-seq-file.

       move Fntfseq-value to Fntf-id.
       move ntf-recipient to Fntf-recipient.
       move ntf-event to Fntf-event.
       move ntf-ref to Fntf-ref-id.
       move function current-date to Fntf-created-at.
       move "N" to Fntf-delivered.
       move "N" to Fntf-read.

       open i-o notify-file.
       if notify-status not = "00"
           open output notify-file
           close notify-file
           open i-o notify-file
       end-if.
       write Fntf-rec
           invalid key
               display "通知の登録に失敗しました"
       end-write.
       close notify-file.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-transfer-result-import" to Frp-program.
       move run-param-name to Frp-param.
       read run-param-file
           invalid key continue
       end-read.
       if run-param-status = "00"
           move Frp-value to run-param-value
           move 1 to run-param-found
       end-if.
       close run-param-file.

lookup-run-param-exit.
       exit.
