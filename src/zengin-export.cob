           select zengin-file assign using zengin-name
               organization line sequential
               status zengin-status.
           select manifest-net-file
               assign to "./dat/payroll-manifest-net.dat"
               organization indexed
               access mode dynamic
               record key is Fmn-key
               status manifest-net-status.
           select company-file assign to "./dat/company.dat"
               organization indexed
               access mode dynamic
               record key is Fco-code
               status company-status.
           select dispatch-file assign to "./dat/dispatch.dat"
               organization indexed
               access mode dynamic
               record key is Fdw-userid
               status dispatch-status.
           select employee-company-file
               assign to "./dat/employee-company.dat"
               organization indexed
               access mode dynamic
               record key is Fec-userid
               status employee-company-status.
           select manifest-company-file
               assign to "./dat/payroll-manifest-company.dat"
               organization indexed
               access mode dynamic
               record key is Fmc-key
               status manifest-company-status.
           select sent-file assign using sent-name
               organization line sequential
               status sent-status.
           select transfer-run-file assign to "./dat/transfer-run.dat"
               organization indexed
               access mode dynamic
               record key is Ftrn-key
               status transfer-run-status.
           select release-file assign to "./dat/payroll-release.dat"
               organization indexed
               access mode dynamic
               record key is Frel-key
               status release-status.
data division.
file section.
       fd manifest-file.
               03 Fman-filename pic X(60).
               03 Fman-created-at pic X(21).
       fd kept-file.
           01 kept-line pic X(1024).
       fd bank-file.
           01 Fbank-rec.
               03 Fbank-userid pic 9(7).
               03 Fbank-payee-kana pic X(30).
       fd zengin-file.
           01 zengin-line pic X(120).
       fd manifest-net-file.
           01 Fmn-rec.
               03 Fmn-key.
                   05 Fmn-yyyymm pic X(6).
                   05 Fmn-version pic 9(3).
               03 Fmn-deductions pic s9(10)v99.
               03 Fmn-net-pay pic s9(10)v99.
               03 Fmn-created-at pic X(21).
       fd company-file.
           01 Fco-rec.
               03 Fco-code pic 9(2).
               03 Fco-name pic N(30).
               03 Fco-si-office pic X(16).
               03 Fco-remitter-code pic X(10).
               03 Fco-remitter-kana pic X(40).
               03 Fco-bank-code pic X(4).
               03 Fco-branch-code pic X(3).
               03 Fco-account-type pic X.
               03 Fco-account-number pic X(7).
               03 Fco-pay-day pic 9(2).
               03 Fco-updated-by pic 9(7).
               03 Fco-updated-at pic X(21).
       fd dispatch-file.
           01 Fdw-rec.
               03 Fdw-userid pic 9(7).
               03 Fdw-agency-code pic X(10).
               03 Fdw-agency-name pic N(20).
               03 Fdw-contract-no pic X(20).
               03 Fdw-dept pic 9(2).
               03 Fdw-contract-from pic X(8).
               03 Fdw-contract-to pic X(8).
               03 Fdw-site-limit pic X(8).
               03 Fdw-unit-limit pic X(8).
               03 Fdw-site-notice pic X.
               03 Fdw-unit-notice pic X.
               03 Fdw-updated-by pic 9(7).
               03 Fdw-updated-at pic X(21).
       fd employee-company-file.
           01 Fec-rec.
               03 Fec-userid pic 9(7).
               03 Fec-company pic 9(2).
               03 Fec-updated-by pic 9(7).
               03 Fec-updated-at pic X(21).
       fd manifest-company-file.
           01 Fmc-rec.
               03 Fmc-key.
                   05 Fmc-yyyymm pic X(6).
                   05 Fmc-version pic 9(3).
               03 Fmc-company pic 9(2).
               03 Fmc-created-at pic X(21).
       *> 振込明細の控え（振込結果の照合用。1回の振込データごとに1ファイル）
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
       *> 振込データの作成台帳（回 00 が当初振込、01 以降が再振込）
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
       *> 給与の支給前承認（V 差異確認待ち / A 承認済 / X 再出力で取消）
       fd release-file.
           01 Frel-rec.
               03 Frel-key.
                   05 Frel-yyyymm pic X(6).
                   05 Frel-version pic 9(3).
               03 Frel-company pic 9(2).
               03 Frel-status pic X.
               03 Frel-flag-count pic 9(5).
               03 Frel-variance-at pic X(21).
               03 Frel-report pic X(60).
               03 Frel-reviewer pic 9(7).
               03 Frel-reviewer-name pic X(64).
               03 Frel-approved-at pic X(21).
               03 Frel-comment pic X(64).
               03 Frel-reset-at pic X(21).
working-storage section.
       01 status-rec.
           03 manifest-status pic XX.
           03 kept-status pic XX.
           03 bank-status pic XX.
           03 zengin-status pic XX.
           03 manifest-net-status pic XX.
           03 company-status pic XX.
           03 employee-company-status pic XX.
           03 manifest-company-status pic XX.
           03 sent-status pic XX.
           03 transfer-run-status pic XX.
           03 release-status pic XX.
       01 sent-name pic X(60).
       01 target-yyyymm pic X(6).
       01 target-version pic 9(3).
       01 kept-name pic X(60).
       01 zengin-name pic X(60).
       *> 控えCSVの列分解用（24列目の差引支給額まで読む）
       01 kept-f01 pic X(10).
       01 kept-f02 pic X(64).
       01 kept-f03 pic X(64).
       01 kept-f14 pic X(16).
       01 kept-f15 pic X(16).
       01 kept-f16 pic X(16).
       01 kept-f17 pic X(16).
       01 kept-f18 pic X(16).
       01 kept-f19 pic X(16).
       01 kept-f20 pic X(16).
       01 kept-f21 pic X(16).
       01 kept-f22 pic X(16).
       01 kept-f23 pic X(16).
       01 kept-f24 pic X(16).
       01 kept-tallying pic 99.
       01 header-skipped pic 9.
       *> 振込対象（控えの全行）
               05 pay-amount pic 9(10).
       01 pay-count pic 9(4) value zero.
       01 pay-overflow pic 9 value zero.
       01 line-amount pic s9(10)v99.
       01 control-total pic s9(12)v99 value zero.
       *> 差引支給マニフェストがある版は差引支給額を振り込む
       01 net-mode pic 9 value zero.
       01 expected-total pic s9(12)v99.
       01 skipped-count pic 9(4) value zero.
       *> 全銀フォーマットのレコード組立用
       01 zg-header.
           03 zg-h-type pic X value "1".
           03 zg-d-account-no pic 9(7).
           03 zg-d-payee pic X(30).
           03 zg-d-amount pic 9(10).
           03 zg-d-new-code pic X value "0".
           *> 顧客コード1に userid を載せ、振込結果の照合に使う
           03 zg-d-customer-code pic 9(10).
           03 zg-d-filler2 pic X(19) value spaces.
       01 zg-trailer.
           03 zg-t-type pic X value "8".
           03 zg-t-count pic 9(6).
       01 transfer-count pic 9(6) value zero.
       01 transfer-total pic 9(12) value zero.
       01 missing-count pic 9(4) value zero.
       01 total-disp pic -(11)9.99.
       01 manifest-disp pic -(11)9.99.
       *> 振込元の会社（法人）。会社別に出力した版はその会社、
       *> 全社分の版は指定した会社の従業員だけを振り込む（0 は従来の一括）
       01 company-code pic 9(2) value zero.
       01 company-input pic X(2).
       01 company-found pic 9 value zero.
       01 emp-company pic 9(2).
       01 filtered-count pic 9(4) value zero.
       *> 派遣社員（dispatch.dat）は自社の給与振込の対象外
       01 dispatch-status pic XX.
       01 emp-dispatched pic 9.
       01 dispatch-ref-from pic X(8).
       01 dispatch-ref-to pic X(8).
       01 dispatched-count pic 9(5) value zero.
       *> 会社マスタの振込依頼人・振込元口座を載せたヘッダ
       01 zg-co-header.
           03 zg-c-type pic X value "1".
           03 zg-c-kind pic X(2) value "21".
           03 zg-c-code pic X value "0".
           03 zg-c-requester-code pic X(10).
           03 zg-c-requester pic X(40).
           03 zg-c-date pic X(4).
           03 zg-c-bank pic X(4).
           03 zg-c-bank-name pic X(15) value spaces.
           03 zg-c-branch pic X(3).
           03 zg-c-branch-name pic X(15) value spaces.
           03 zg-c-account-type pic X.
           03 zg-c-account-no pic X(7).
           03 zg-c-filler pic X(17) value spaces.
       *> 振込指定日（対象月の翌月の支給日。00 は月末）
       01 pay-yyyy pic 9(4).
       01 pay-mm pic 99.
       01 pay-dd pic 99.
       01 pay-last-day pic 99.
       01 pay-date-num pic 9(8).

procedure division.
main-procedure.
       display "対象の版番号を入力してください (例: 001)".
       accept target-version.

       move target-yyyymm to dispatch-ref-from(1:6).
       move "01" to dispatch-ref-from(7:2).
       move target-yyyymm to dispatch-ref-to(1:6).
       move "31" to dispatch-ref-to(7:2).

       move target-yyyymm to Fman-yyyymm.
       move target-version to Fman-version.
       open input manifest-file.
       end-read.
       close manifest-file.

       *> 支給前承認（kintai-payroll-release）のない版は処理しない
       move target-yyyymm to Frel-yyyymm.
       move target-version to Frel-version.
       open input release-file.
       read release-file
           invalid key continue
       end-read.
       close release-file.
       if release-status not = "00" or Frel-status not = "A"
           display "この版は支給前承認がされていません"
           display "（kintai-payroll-variance で差異を確認し、kintai-payroll-release で承認してください）"
           stop run
       end-if.
       display "支給前承認: " Frel-approved-at(1:8) " "
           function trim(Frel-reviewer-name).

       perform select-company thru select-company-exit.

       move Fman-total-pay to expected-total.
       open input manifest-net-file.
       if manifest-net-status = "00"
           move target-yyyymm to Fmn-yyyymm
           move target-version to Fmn-version
           read manifest-net-file
               invalid key continue
           end-read
           if manifest-net-status = "00"
               move 1 to net-mode
               move Fmn-net-pay to expected-total
           end-if
           close manifest-net-file
       end-if.
       if net-mode = 1
           display "差引支給額（社会保険料等の控除後）を振り込みます"
       else
           display "差引支給マニフェストがないため総支給額を振り込みます"
       end-if.

       move Fman-filename to kept-name.
       display "控えファイル: " function trim(kept-name).


       *> コントロールトータルがマニフェストと一致しない場合は
       *> 振込データを作らない（控えの改ざん・取り違え検知）
       if control-total not = expected-total
           move control-total to total-disp
           move expected-total to manifest-disp
           display "コントロールトータル不一致のため出力を中止します"
           display "（控え合計 " total-disp
               " / マニフェスト " manifest-disp "）"
       end-if.

       move spaces to zengin-name.
       if company-code = zero
           string "./dat/zengin-" delimited by size
               target-yyyymm delimited by size
               ".txt" delimited by size
               into zengin-name
           end-string
       else
           string "./dat/zengin-" delimited by size
               target-yyyymm delimited by size
               "-" delimited by size
               company-code delimited by size
               ".txt" delimited by size
               into zengin-name
           end-string
       end-if.
       open output zengin-file.

       move spaces to sent-name.
       string "./dat/zengin-sent-" delimited by size
           target-yyyymm delimited by size
           "-" delimited by size
           target-version delimited by size
           "-" delimited by size
           company-code delimited by size
           "-00.dat" delimited by size
           into sent-name
       end-string.
       open output sent-file.

       if company-found = 1
           perform build-company-header
           move zg-co-header to zengin-line
       else
           move function current-date(5:4) to zg-h-date
           move zg-header to zengin-line
       end-if.
       write zengin-line.

       perform varying pay-idx from 1 by 1 until pay-idx > pay-count
       write zengin-line.

       close zengin-file.
       close sent-file.

       perform write-transfer-run.

       display " ".
       display function trim(zengin-name) " に "
               " 名を出力できませんでした（例外一覧を確認のうえ"
               "kintai-bank-set で登録してください）"
       end-if.
       if skipped-count > 0
           display "警告: 差引支給額が0円以下のため " skipped-count
               " 名を振込対象から除外しました"
       end-if.
       if filtered-count > 0
           display "他社所属の " filtered-count
               " 名は対象外です（会社ごとに出力してください）"
       end-if.
       if dispatched-count > 0
           display "派遣社員 " dispatched-count " 名を振込対象から除外しました"
       end-if.
       stop run.

select-company.
       *> 版の会社タグ（なければ全社分の版）
       open input manifest-company-file.
       if manifest-company-status = "00"
           move target-yyyymm to Fmc-yyyymm
           move target-version to Fmc-version
           read manifest-company-file
               invalid key continue
           end-read
           if manifest-company-status = "00"
               move Fmc-company to company-code
           end-if
           close manifest-company-file
       end-if.

       if company-code not = zero
           display "会社 " company-code " の版です"
       else
           display "振込元の会社コードを入力してください (従来の一括振込は 0 または空欄)"
           move spaces to company-input
           accept company-input
           if company-input not = spaces
               move function numval(company-input) to company-code
           end-if
       end-if.
       if company-code = zero
           go to select-company-exit
       end-if.

       open input company-file.
       if company-status = "00"
           move company-code to Fco-code
           read company-file
               invalid key continue
           end-read
           if company-status = "00"
               move 1 to company-found
           end-if
           close company-file
       end-if.
       if company-found = 0
           if company-code not = 1
               display "会社マスタに登録されていない会社コードです: "
                   company-code
               stop run
           end-if
           display "警告: 会社01の会社マスタがないため従来の振込依頼人で出力します"
       end-if.

select-company-exit.
       exit.

build-company-header.
       move Fco-remitter-code to zg-c-requester-code.
       move Fco-remitter-kana to zg-c-requester.
       move Fco-bank-code to zg-c-bank.
       move Fco-branch-code to zg-c-branch.
       move Fco-account-type to zg-c-account-type.
       move Fco-account-number to zg-c-account-no.

       move function numval(target-yyyymm(1:4)) to pay-yyyy.
       move function numval(target-yyyymm(5:2)) to pay-mm.
       add 1 to pay-mm.
       if pay-mm > 12
           move 1 to pay-mm
           add 1 to pay-yyyy
       end-if.
       *> 翌月の末日（翌々月1日の前日）
       if pay-mm = 12
           compute pay-date-num = (pay-yyyy + 1) * 10000 + 101
       else
           compute pay-date-num = pay-yyyy * 10000
               + (pay-mm + 1) * 100 + 1
       end-if.
       compute pay-date-num = function date-of-integer(
           function integer-of-date(pay-date-num) - 1).
       move pay-date-num(7:2) to pay-last-day.

       move Fco-pay-day to pay-dd.
       if pay-dd = zero or pay-dd > pay-last-day
           move pay-last-day to pay-dd
       end-if.
       move pay-mm to zg-c-date(1:2).
       move pay-dd to zg-c-date(3:2).

load-kept-export.
       move zero to header-skipped.
       open input kept-file.

load-one-kept-line.
       move zero to kept-tallying.
       move spaces to kept-f16 kept-f24.
       unstring kept-line delimited by ","
           into kept-f01 kept-f02 kept-f03 kept-f04 kept-f05
               kept-f06 kept-f07 kept-f08 kept-f09 kept-f10
               kept-f11 kept-f12 kept-f13 kept-f14 kept-f15
               kept-f16 kept-f17 kept-f18 kept-f19 kept-f20
               kept-f21 kept-f22 kept-f23 kept-f24
           tallying in kept-tallying
       end-unstring.

           compute line-amount =
               line-amount + function numval(kept-f16)
       end-if.
       *> 差引支給マニフェストのある版は24列目の差引支給額を使う
       if net-mode = 1
           compute line-amount = function numval(kept-f24)
       end-if.
       add line-amount to control-total.

       *> 振込元の会社に所属する従業員だけを振り込む
       *> （コントロールトータルは版全体で照合する）
       if company-code not = zero
           compute Fec-userid = function numval(kept-f01)
           perform lookup-employee-company
           if emp-company not = company-code
               add 1 to filtered-count
               go to load-one-kept-line-exit
           end-if
       end-if.

       *> 派遣社員の行は振り込まない（旧版の控えに残っている場合の保険）
       compute Fdw-userid = function numval(kept-f01).
       perform lookup-dispatched.
       if emp-dispatched = 1
           add 1 to dispatched-count
           display "振込除外: userid " kept-f01 "  派遣社員です"
           go to load-one-kept-line-exit
       end-if.

       if line-amount <= 0
           add 1 to skipped-count
           display "振込除外: userid " kept-f01
               "  差引支給額が0円以下です"
           go to load-one-kept-line-exit
       end-if.

       if pay-count >= 2000
           move 1 to pay-overflow
       add 1 to pay-count.
       compute pay-userid(pay-count) = function numval(kept-f01).
       compute pay-amount(pay-count) = line-amount.

load-one-kept-line-exit.
       exit.
           move Fbank-account-number to zg-d-account-no
           move Fbank-payee-kana to zg-d-payee
           move pay-amount(pay-idx) to zg-d-amount
           move pay-userid(pay-idx) to zg-d-customer-code
           move zg-data to zengin-line
           write zengin-line
           add 1 to transfer-count
           add pay-amount(pay-idx) to transfer-total

           move pay-userid(pay-idx) to Fzs-userid
           move pay-amount(pay-idx) to Fzs-amount
           move Fbank-bank-code to Fzs-bank-code
           move Fbank-branch-code to Fzs-branch-code
           move Fbank-account-type to Fzs-account-type
           move Fbank-account-number to Fzs-account-number
           move Fbank-payee-kana to Fzs-payee-kana
           move " " to Fzs-filler1 Fzs-filler2 Fzs-filler3
               Fzs-filler4 Fzs-filler5 Fzs-filler6
           write Fzs-rec
       end-if.

write-transfer-run.
       *> 当初振込（回 00）として台帳に登録する。作り直した場合は上書き
       move target-yyyymm to Ftrn-yyyymm.
       move target-version to Ftrn-version.
       move company-code to Ftrn-company.
       move zero to Ftrn-run.
       move transfer-count to Ftrn-count.
       move transfer-total to Ftrn-total.
       move zengin-name to Ftrn-file.
       move sent-name to Ftrn-sent-file.
       move function current-date to Ftrn-created-at.
       move zero to Ftrn-paid-count Ftrn-paid-total
           Ftrn-failed-count Ftrn-failed-total.
       move spaces to Ftrn-result-at.

       open i-o transfer-run-file.
       if transfer-run-status not = "00"
           open output transfer-run-file
           close transfer-run-file
           open i-o transfer-run-file
       end-if.
       write Ftrn-rec
           invalid key
               rewrite Ftrn-rec
                   invalid key
                       display "振込データ台帳の更新に失敗しました"
               end-rewrite
       end-write.
       close transfer-run-file.

lookup-dispatched.
       *> Fdw-userid が dispatch-ref-from〜dispatch-ref-to に派遣就業していれば 1
       move zero to emp-dispatched.
       open input dispatch-file.
       if dispatch-status = "00"
           read dispatch-file
               invalid key continue
           end-read
           if dispatch-status = "00"
               and Fdw-contract-from <= dispatch-ref-to
               and (Fdw-contract-to = spaces
                   or Fdw-contract-to >= dispatch-ref-from)
               move 1 to emp-dispatched
           end-if
           close dispatch-file
       end-if.

lookup-employee-company.
       *> Fec-userid の所属会社。登録がなければ会社01
       move 1 to emp-company.
       open input employee-company-file.
       if employee-company-status = "00"
           read employee-company-file
               invalid key continue
           end-read
           if employee-company-status = "00"
               move Fec-company to emp-company
           end-if
           close employee-company-file
       end-if.
