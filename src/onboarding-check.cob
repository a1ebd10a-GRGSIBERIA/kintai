identification division.
program-id. kintai-onboarding-check.

environment division.
input-output section.
       file-control.
           select run-param-file assign to "./dat/run-param.dat"
               organization indexed
               access mode dynamic
               record key is Frp-key
               status run-param-status.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode sequential
               record key is Fuserid
               status user-status.
           select department-file assign to "./dat/department.dat"
               organization relative
               access mode sequential
               relative key dept-key
               status dept-status.
           select rule-file assign to "./dat/onboarding-rule.dat"
               organization indexed
               access mode dynamic
               record key is Fobr-emptype
               status rule-status.
           select onboarding-file assign to "./dat/onboarding.dat"
               organization indexed
               access mode dynamic
               record key is Fob-userid
               status onboarding-status.
           select bank-file assign to "./dat/bank-account.dat"
               organization indexed
               access mode dynamic
               record key is Fbank-userid
               status bank-status.
           select commute-file assign to "./dat/commute-allowance.dat"
               organization relative
               access mode sequential
               relative key commute-key
               status commute-status.
           select dependents-file assign to "./dat/dependents.dat"
               organization indexed
               access mode dynamic
               record key is Fdep-userid
               status dependents-status.
           select ec-file assign to "./dat/emergency-contact.dat"
               organization indexed
               access mode dynamic
               record key is Fec-userid
               status ec-status.
           select badge-file assign to "./dat/badge.dat"
               organization indexed
               access mode dynamic
               record key is Fbadge-serial
               status badge-status.
           select contract-file assign to "./dat/contract.dat"
               organization indexed
               access mode dynamic
               record key is Fcon-key
               status contract-status.
           select insurance-file assign to "./dat/insurance.dat"
               organization indexed
               access mode dynamic
               record key is Fins-key
               status insurance-status.
           select vault-file assign to "./dat/mynumber-vault.dat"
               organization indexed
               access mode dynamic
               record key is Fmn-key
               status vault-status.
           select tax-decl-file assign to "./dat/tax-declaration.dat"
               organization indexed
               access mode dynamic
               record key is Ftd-userid
               status tax-decl-status.
           select report-file assign using report-name
               organization line sequential
               status report-status.
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
data division.
file section.
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
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
       fd department-file.
           01 Fdept-rec.
               03 Fdept-id pic 9(2).
               03 Fdept-name pic N(20).
               03 Fdept-parent pic 9(2).
       fd rule-file.
           01 Fobr-rec.
               03 Fobr-emptype pic 9(2).
               03 Fobr-required pic X occurs 9 times.
               03 Fobr-updated-by pic 9(7).
               03 Fobr-updated-at pic X(21).
       *> 入社手続きチェックリスト（1:口座 2:通勤手当 3:扶養 4:緊急連絡先
       *> 5:社員証 6:有期契約 7:社会保険 8:マイナンバー 9:扶養控除等申告書）
       fd onboarding-file.
           01 Fob-rec.
               03 Fob-userid pic 9(7).
               03 Fob-emptype pic 9(2).
               03 Fob-join-date pic X(8).
               03 Fob-created-at pic X(21).
               03 Fob-item occurs 9 times.
                   05 Fob-required pic X.
                   05 Fob-done-date pic X(8).
               03 Fob-outstanding pic 9.
               03 Fob-completed-date pic X(8).
               03 Fob-notified pic X.
               03 Fob-checked-at pic X(21).
       fd bank-file.
           01 Fbank-rec.
               03 Fbank-userid pic 9(7).
               03 Fbank-bank-code pic 9(4).
               03 Fbank-branch-code pic 9(3).
               03 Fbank-account-type pic 9.
               03 Fbank-account-number pic 9(7).
               03 Fbank-payee-kana pic X(30).
       fd commute-file.
           01 Fcom-rec.
               03 Fcom-userid pic 9(7).
               03 Fcom-amount pic 9(6)v99.
               03 Fcom-taxable pic 9(6)v99.
               03 Fcom-nontaxable pic 9(6)v99.
               03 Fcom-effective-from pic X(8).
       fd dependents-file.
           01 Fdep-rec.
               03 Fdep-userid pic 9(7).
               03 Fdep-count pic 9(2).
               03 Fdep-relationship pic N(10).
       fd ec-file.
           01 Fec-rec.
               03 Fec-userid pic 9(7).
               03 Fec-name pic N(32).
               03 Fec-relationship pic N(10).
               03 Fec-phone pic X(14).
       fd badge-file.
           01 Fbadge-rec.
               03 Fbadge-serial pic X(16).
               03 Fbadge-userid pic 9(7).
               03 Fbadge-from pic X(8).
               03 Fbadge-to pic X(8).
               03 Fbadge-status pic X.
       fd contract-file.
           01 Fcon-rec.
               03 Fcon-key.
                   05 Fcon-userid pic 9(7).
                   05 Fcon-start pic X(8).
               03 Fcon-end pic X(8).
               03 Fcon-renewal-count pic 9(2).
               03 Fcon-notice-sent pic X.
       fd insurance-file.
           01 Fins-rec.
               03 Fins-key.
                   05 Fins-userid pic 9(7).
                   05 Fins-effective-from pic X(8).
               03 Fins-grade pic 9(2).
               03 Fins-health-rate pic 9(2)v999.
               03 Fins-social-flag pic X.
               03 Fins-emp-category pic 9.
               03 Fins-registered-at pic X(21).
       fd vault-file.
           01 Fmn-rec.
               03 Fmn-key.
                   05 Fmn-userid pic 9(7).
                   05 Fmn-person pic 9(2).
               03 Fmn-name pic N(32).
               03 Fmn-relationship pic N(10).
               03 Fmn-number pic X(12).
               03 Fmn-collected-date pic X(8).
               03 Fmn-purpose pic X(2).
               03 Fmn-registered-by pic 9(7).
               03 Fmn-registered-at pic X(21).
       fd tax-decl-file.
           01 Ftd-rec.
               03 Ftd-userid pic 9(7).
               03 Ftd-submitted pic X.
               03 Ftd-submitted-date pic X(8).
               03 Ftd-updated-by pic 9(7).
       fd report-file.
           01 report-line pic X(200).
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
working-storage section.
       01 dept-key pic 99.
       01 commute-key pic 9(5).
       01 ntf-seq-key pic 9(7) value 1.
       01 status-rec.
           03 run-param-status pic XX.
           03 user-status pic XX.
           03 dept-status pic XX.
           03 rule-status pic XX.
           03 onboarding-status pic XX.
           03 bank-status pic XX.
           03 commute-status pic XX.
           03 dependents-status pic XX.
           03 ec-status pic XX.
           03 badge-status pic XX.
           03 contract-status pic XX.
           03 insurance-status pic XX.
           03 vault-status pic XX.
           03 tax-decl-status pic XX.
           03 report-status pic XX.
           03 notify-status pic XX.
           03 ntf-seq-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.
       01 today pic X(8).
       01 since-date pic X(8).
       01 since-int pic 9(8).
       01 date-work-num pic 9(8).
       *> 雇用形態別の必須項目（ID + 1 を添字にする。未登録は既定値）
       01 rule-table.
           03 rule-entry occurs 100 times.
               05 rule-loaded pic 9.
               05 rule-required pic X occurs 9 times.
       01 rule-idx pic 9(3).
       01 item-idx pic 99.
       01 item-label pic X(30).
       01 item-found pic 9.
       *> 部署名と通知先の管理職（課長・部長・役員）
       01 dept-name-table.
           03 dept-name-ws pic N(20) occurs 100 times.
       01 dept-manager pic 9(7) occurs 100 times.
       01 dept-idx pic 9(3).
       01 report-dept pic 9(2).
       *> 未完了者（報告・通知用に控える）
       01 pending-count pic 9(4) value zero.
       01 pending-entry occurs 2000 times indexed by pend-idx.
           03 pend-userid pic 9(7).
           03 pend-dept pic 9(2).
           03 pend-join-date pic X(8).
           03 pend-lastname pic N(32).
           03 pend-firstname pic N(32).
           03 pend-items pic X(160).
           03 pend-notify pic X.
       01 items-text pic X(160).
       01 items-ptr pic 9(3).
       01 created-count pic 9(7) value zero.
       01 completed-count pic 9(7) value zero.
       01 notified-count pic 9(7) value zero.
       01 report-name pic X(60).
       01 dept-pending pic 9(4).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "入社手続きの完了チェック（日次）".
       move zero to job-step-count.
       move function current-date(1:8) to today.

       *> 入社日がこの日以降でチェックリストの無い従業員に新規作成する
       move "since" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1 and run-param-value(1:8) is numeric
           move run-param-value(1:8) to since-date
       else
           compute since-int =
               function integer-of-date(function numval(today)) - 60
           move function date-of-integer(since-int) to date-work-num
           move date-work-num to since-date
       end-if.

       perform load-rules.
       perform load-depts.

       open i-o onboarding-file.
       if onboarding-status not = "00"
           open output onboarding-file
           close onboarding-file
           open i-o onboarding-file
       end-if.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               at end move "10" to user-status
               not at end
                   perform note-manager
                   if Fretire-date = spaces
                       or Fretire-date = "00000000"
                       or Fretire-date > today
                       perform check-one-user thru check-one-user-exit
                   end-if
           end-read
       end-perform.
       close user-file.
       close onboarding-file.

       perform write-hr-report.
       perform varying dept-idx from 1 by 1 until dept-idx > 100
           compute report-dept = dept-idx - 1
           perform write-dept-report thru write-dept-report-exit
       end-perform.
       perform varying pend-idx from 1 by 1 until pend-idx > pending-count
           if pend-notify(pend-idx) = "Y"
               perform notify-manager
           end-if
       end-perform.

       display "チェックリスト新規作成 " created-count " 件 / 完了 "
           completed-count " 件 / 未完了 " pending-count " 件".
       display "管理職への通知 " notified-count " 件".
       move pending-count to job-step-count.
       goback.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-onboarding-check" to Frp-program.
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

load-rules.
       *> 未登録の雇用形態は有期契約以外のすべてを必須とする
       perform varying rule-idx from 1 by 1 until rule-idx > 100
           move zero to rule-loaded(rule-idx)
           perform varying item-idx from 1 by 1 until item-idx > 9
               move "Y" to rule-required(rule-idx, item-idx)
           end-perform
           move "N" to rule-required(rule-idx, 6)
       end-perform.

       open input rule-file.
       if rule-status = "00"
           perform until rule-status not = "00"
               read rule-file next record
                   at end move "10" to rule-status
                   not at end
                       move 1 to rule-loaded(Fobr-emptype + 1)
                       perform varying item-idx from 1 by 1
                           until item-idx > 9
                           move Fobr-required(item-idx)
                               to rule-required(Fobr-emptype + 1, item-idx)
                       end-perform
               end-read
           end-perform
           close rule-file
       end-if.

load-depts.
       initialize dept-name-table.
       perform varying dept-idx from 1 by 1 until dept-idx > 100
           move zero to dept-manager(dept-idx)
       end-perform.
       open input department-file.
       perform until dept-status not = "00"
           read department-file
               not at end
                   move Fdept-name to dept-name-ws(Fdept-id + 1)
       end-perform.
       close department-file.

note-manager.
       *> 部署の管理職（課長・部長・役員）を未完了の通知先にする
       if (Froll = 2 or Froll = 5 or Froll = 6)
           and (Fretire-date = spaces or Fretire-date = "00000000")
           and dept-manager(Fdept + 1) = zero
           move Fuserid to dept-manager(Fdept + 1)
       end-if.

check-one-user.
       move Fuserid to Fob-userid.
       read onboarding-file
           invalid key continue
       end-read.

       if onboarding-status not = "00"
           if Fjoin-date(1:8) < since-date
               go to check-one-user-exit
           end-if
           perform create-checklist
           write Fob-rec
               invalid key
                   display "チェックリストの登録に失敗しました: " Fuserid
                   go to check-one-user-exit
           end-write
           add 1 to created-count
       end-if.

       if Fob-completed-date not = spaces
           go to check-one-user-exit
       end-if.

       *> 雇用形態が変わっていれば未了の項目の必須区分を付け直す
       move Femptype to Fob-emptype.
       perform varying item-idx from 1 by 1 until item-idx > 9
           if Fob-done-date(item-idx) = spaces
               move rule-required(Femptype + 1, item-idx)
                   to Fob-required(item-idx)
           end-if
       end-perform.

       move zero to Fob-outstanding.
       move spaces to items-text.
       move 1 to items-ptr.
       perform varying item-idx from 1 by 1 until item-idx > 9
           if Fob-required(item-idx) = "Y"
               and Fob-done-date(item-idx) = spaces
               perform check-item
               if item-found = 1
                   move today to Fob-done-date(item-idx)
               else
                   add 1 to Fob-outstanding
                   perform item-label-of
                   string function trim(item-label) delimited by size
                       " " delimited by size
                       into items-text with pointer items-ptr
                   end-string
               end-if
           end-if
       end-perform.

       if Fob-outstanding = zero
           move today to Fob-completed-date
           add 1 to completed-count
           display "userid " Fuserid " の入社手続きが完了しました"
       else
           perform note-pending
       end-if.

       move function current-date to Fob-checked-at.
       rewrite Fob-rec
           invalid key
               display "チェックリストの更新に失敗しました: " Fuserid
       end-rewrite.

check-one-user-exit.
       exit.

create-checklist.
       move Fuserid to Fob-userid.
       move Femptype to Fob-emptype.
       move Fjoin-date(1:8) to Fob-join-date.
       move function current-date to Fob-created-at.
       perform varying item-idx from 1 by 1 until item-idx > 9
           move rule-required(Femptype + 1, item-idx)
               to Fob-required(item-idx)
           move spaces to Fob-done-date(item-idx)
       end-perform.
       move zero to Fob-outstanding.
       move spaces to Fob-completed-date.
       move "N" to Fob-notified.
       move spaces to Fob-checked-at.

note-pending.
       if pending-count >= 2000
           display "未完了者が多すぎるため userid " Fuserid
               " 以降は報告に載せません"
       else
           add 1 to pending-count
           set pend-idx to pending-count
           move Fuserid to pend-userid(pend-idx)
           move Fdept to pend-dept(pend-idx)
           move Fob-join-date to pend-join-date(pend-idx)
           move Flastname to pend-lastname(pend-idx)
           move Ffirstname to pend-firstname(pend-idx)
           move items-text to pend-items(pend-idx)
           move "N" to pend-notify(pend-idx)
           *> 入社日を迎えても未了の項目があれば部署の管理職に1回だけ通知する
           if Fob-join-date <= today and Fob-notified not = "Y"
               move "Y" to pend-notify(pend-idx)
               move "Y" to Fob-notified
           end-if
       end-if.

check-item.
       *> 各マスタに本人の登録があれば完了とする
       move zero to item-found.
       evaluate item-idx
       when 1
           move Fuserid to Fbank-userid
           open input bank-file
           if bank-status = "00"
               read bank-file
                   invalid key continue
               end-read
               if bank-status = "00"
                   move 1 to item-found
               end-if
               close bank-file
           end-if
       when 2
           open input commute-file
           perform until commute-status not = "00"
               read commute-file
                   not at end
                       if Fcom-userid = Fuserid
                           move 1 to item-found
                       end-if
           end-perform
           close commute-file
       when 3
           move Fuserid to Fdep-userid
           open input dependents-file
           if dependents-status = "00"
               read dependents-file
                   invalid key continue
               end-read
               if dependents-status = "00"
                   move 1 to item-found
               end-if
               close dependents-file
           end-if
       when 4
           move Fuserid to Fec-userid
           open input ec-file
           if ec-status = "00"
               read ec-file
                   invalid key continue
               end-read
               if ec-status = "00"
                   move 1 to item-found
               end-if
               close ec-file
           end-if
       when 5
           open input badge-file
           perform until badge-status not = "00"
               read badge-file next record
                   at end move "10" to badge-status
                   not at end
                       if Fbadge-userid = Fuserid
                           and Fbadge-status = "A"
                           move 1 to item-found
                       end-if
               end-read
           end-perform
           close badge-file
       when 6
           open input contract-file
           if contract-status = "00"
               move Fuserid to Fcon-userid
               move low-values to Fcon-start
               start contract-file key >= Fcon-key
                   invalid key move "10" to contract-status
               end-start
               if contract-status = "00"
                   read contract-file next record
                       at end move "10" to contract-status
                   end-read
                   if contract-status = "00" and Fcon-userid = Fuserid
                       move 1 to item-found
                   end-if
               end-if
               close contract-file
           end-if
       when 7
           open input insurance-file
           if insurance-status = "00"
               move Fuserid to Fins-userid
               move low-values to Fins-effective-from
               start insurance-file key >= Fins-key
                   invalid key move "10" to insurance-status
               end-start
               if insurance-status = "00"
                   read insurance-file next record
                       at end move "10" to insurance-status
                   end-read
                   if insurance-status = "00" and Fins-userid = Fuserid
                       move 1 to item-found
                   end-if
               end-if
               close insurance-file
           end-if
       when 8
           move Fuserid to Fmn-userid
           move zero to Fmn-person
           open input vault-file
           if vault-status = "00"
               read vault-file
                   invalid key continue
               end-read
               if vault-status = "00"
                   move 1 to item-found
               end-if
               close vault-file
           end-if
       when other
           move Fuserid to Ftd-userid
           open input tax-decl-file
           if tax-decl-status = "00"
               read tax-decl-file
                   invalid key continue
               end-read
               if tax-decl-status = "00" and Ftd-submitted = "Y"
                   move 1 to item-found
               end-if
               close tax-decl-file
           end-if
       end-evaluate.

item-label-of.
       evaluate item-idx
       when 1
           move "給与振込口座" to item-label
       when 2
           move "通勤手当" to item-label
       when 3
           move "扶養親族" to item-label
       when 4
           move "緊急連絡先" to item-label
       when 5
           move "社員証（ICカード）" to item-label
       when 6
           move "有期雇用契約" to item-label
       when 7
           move "社会保険の資格取得" to item-label
       when 8
           move "マイナンバー（本人）" to item-label
       when other
           move "扶養控除等申告書" to item-label
       end-evaluate.

write-hr-report.
       *> 人事向け：全部署の未完了一覧
       move "./dat/onboarding-outstanding.txt" to report-name.
       open output report-file.
       move spaces to report-line.
       string "入社手続き 未完了一覧（" delimited by size
           today delimited by size
           "）" delimited by size
           into report-line
       end-string.
       write report-line.
       perform varying pend-idx from 1 by 1 until pend-idx > pending-count
           perform write-pending-line
       end-perform.
       if pending-count = zero
           move "  未完了の入社手続きはありません" to report-line
           write report-line
       end-if.
       close report-file.
       display "出力: " function trim(report-name).

write-dept-report.
       *> 部署の管理職向け：自部署の未完了一覧（未完了者のいる部署だけ）
       move zero to dept-pending.
       perform varying pend-idx from 1 by 1 until pend-idx > pending-count
           if pend-dept(pend-idx) = report-dept
               add 1 to dept-pending
           end-if
       end-perform.
       if dept-pending = zero
           go to write-dept-report-exit
       end-if.

       move spaces to report-name.
       string "./dat/onboarding-outstanding-" delimited by size
           report-dept delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.
       move spaces to report-line.
       string "入社手続き 未完了一覧 " delimited by size
           function trim(dept-name-ws(report-dept + 1)) delimited by size
           "（" delimited by size
           today delimited by size
           "）" delimited by size
           into report-line
       end-string.
       write report-line.
       perform varying pend-idx from 1 by 1 until pend-idx > pending-count
           if pend-dept(pend-idx) = report-dept
               perform write-pending-line
           end-if
       end-perform.
       close report-file.

write-dept-report-exit.
       exit.

write-pending-line.
       move spaces to report-line.
       string "  " delimited by size
           pend-userid(pend-idx) delimited by size
           " " delimited by size
           function trim(pend-lastname(pend-idx)) delimited by size
           " " delimited by size
           function trim(pend-firstname(pend-idx)) delimited by size
           "  部署 " delimited by size
           function trim(dept-name-ws(pend-dept(pend-idx) + 1))
               delimited by size
           "  入社 " delimited by size
           pend-join-date(pend-idx) delimited by size
           "  未了: " delimited by size
           function trim(pend-items(pend-idx)) delimited by size
           into report-line
       end-string.
       write report-line.

notify-manager.
       if dept-manager(pend-dept(pend-idx) + 1) = zero
           display "userid " pend-userid(pend-idx)
               " の部署に通知先の管理職がいません"
       else
           move 1 to ntf-seq-key
           open i-o notify-seq-file
           read notify-seq-file
               invalid key
                   move zero to Fntfseq-value
                   write Fntfseq-rec
           end-read
           add 1 to Fntfseq-value
           rewrite Fntfseq-rec
           close notify-seq-file

           move Fntfseq-value to Fntf-id
           move dept-manager(pend-dept(pend-idx) + 1) to Fntf-recipient
           move "onboarding-pending" to Fntf-event
           move pend-userid(pend-idx) to Fntf-ref-id
           move function current-date to Fntf-created-at
           move "N" to Fntf-delivered
           move "N" to Fntf-read
           open i-o notify-file
           write Fntf-rec
               invalid key
                   display "通知の登録に失敗しました"
           end-write
           close notify-file
           add 1 to notified-count
       end-if.
