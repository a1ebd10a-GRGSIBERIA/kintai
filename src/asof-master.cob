identification division.
program-id. kintai-asof-master.

environment division.
input-output section.
       file-control.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode dynamic
               record key is Fuserid
               status user-status.
           select assign-history-file
               assign to "./dat/dept-assign-history.dat"
               organization line sequential
               status assign-history-status.
           select role-history-file assign to "./dat/role-history.dat"
               organization line sequential
               status role-history-status.
           select emptype-history-file
               assign to "./dat/emptype-history.dat"
               organization line sequential
               status emptype-hist-status.
           select audit-file assign to "./dat/audit.dat"
               organization line sequential
               status audit-status.
           select transfer-file assign to "./dat/transfer.dat"
               organization indexed
               access mode sequential
               record key is Ftr-id
               status transfer-status.
           select user-change-file assign to "./dat/user-change.dat"
               organization indexed
               access mode sequential
               record key is Fuc-seq
               status uc-status.
           select wage-file assign to "./dat/wage.dat"
               organization relative
               access mode sequential
               relative key wage-key
               status wage-status.
           select salary-file assign to "./dat/salary.dat"
               organization relative
               access mode sequential
               relative key salary-key
               status salary-status.
           select shift-file assign to "./dat/shift.dat"
               organization relative
               access mode sequential
               relative key shift-key
               status shift-status.
           select commute-file assign to "./dat/commute-allowance.dat"
               organization relative
               access mode sequential
               relative key commute-key
               status commute-status.
           select department-file assign to "./dat/department.dat"
               organization relative
               access mode sequential
               relative key dept-key
               status dept-status.
           select roll-file assign to "./dat/roll.dat"
               organization relative
               access mode sequential
               relative key roll-key
               status roll-status.
           select employment-type-file assign to "./dat/employment-type.dat"
               organization relative
               access mode sequential
               relative key emptype-key
               status emptype-status.
           select snapshot-file assign using snapshot-name
               organization line sequential
               status snapshot-status.
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
       fd assign-history-file.
           01 Fdah-rec.
               03 Fdah-userid pic 9(7).
               03 Fdah-filler1 pic X.
               03 Fdah-from-dept pic 9(2).
               03 Fdah-filler2 pic X.
               03 Fdah-to-dept pic 9(2).
               03 Fdah-filler3 pic X.
               03 Fdah-effective-date pic X(8).
               03 Fdah-filler4 pic X.
               03 Fdah-applied-at pic X(14).
       fd role-history-file.
           01 Frl-rec.
               03 Frl-userid pic 9(7).
               03 Frl-old-roll pic 9(2).
               03 Frl-new-roll pic 9(2).
               03 Frl-approver pic X(64).
               03 Frl-effective-date pic X(8).
               03 Frl-second-approver pic X(64).
       fd emptype-history-file.
           01 Feh-rec.
               03 Feh-userid pic 9(7).
               03 Feh-old-emptype pic 9(2).
               03 Feh-new-emptype pic 9(2).
               03 Feh-approver pic X(64).
               03 Feh-effective-date pic X(8).
       fd audit-file.
           01 audit-rec.
               03 audit-userid pic 9(7).
               03 audit-field-name pic X(20).
               03 audit-old-value pic N(254) usage national.
               03 audit-new-value pic N(254) usage national.
               03 audit-approver pic X(64).
               03 audit-timestamp pic X(21).
       fd transfer-file.
           01 Ftr-rec.
               03 Ftr-id pic 9(7).
               03 Ftr-userid pic 9(7).
               03 Ftr-from-dept pic 9(2).
               03 Ftr-to-dept pic 9(2).
               03 Ftr-effective-date pic X(8).
               03 Ftr-applied pic X.
       fd user-change-file.
           01 Fuc-rec.
               03 Fuc-seq pic 9(9).
               03 Fuc-userid pic 9(7).
               03 Fuc-type pic X.
               03 Fuc-changed-at pic X(21).
       fd wage-file.
           01 Fwage-rec.
               03 Fwage-roll pic 9(2).
               03 Fwage-rate pic 9(5)v99.
               03 Fwage-effective-from pic X(8).
       fd salary-file.
           01 Fsal-rec.
               03 Fsal-emptype pic 9(2).
               03 Fsal-amount pic 9(8)v99.
               03 Fsal-effective-from pic X(8).
       fd shift-file.
           01 Fshift-rec.
               03 Fshift-roll pic 9(2).
               03 Fshift-start pic 9(4).
               03 Fshift-end pic 9(4).
               03 Fshift-expected-hours pic 9(2)v99.
       fd commute-file.
           01 Fcom-rec.
               03 Fcom-userid pic 9(7).
               03 Fcom-amount pic 9(6)v99.
               03 Fcom-taxable pic 9(6)v99.
               03 Fcom-nontaxable pic 9(6)v99.
               03 Fcom-effective-from pic X(8).
       fd department-file.
           01 Fdept-rec.
               03 Fdept-id pic 9(2).
               03 Fdept-name pic N(20).
               03 Fdept-parent pic 9(2).
       fd roll-file.
           01 Froll-rec.
               03 Froll-id pic 9(2).
               03 Froll-name pic N(10).
               03 Froll-active pic X.
               03 Froll-manager pic X.
       fd employment-type-file.
           01 Femptype-rec.
               03 Femptype-id pic 9(2).
               03 Femptype-name pic N(10).
       *> 月末時点の在籍者スナップショット（後日の訂正で過去の人数がずれないよう固定する）
       fd snapshot-file.
           01 Frs-rec.
               03 Frs-yyyymm pic X(6).
               03 Frs-filler1 pic X.
               03 Frs-as-of pic X(8).
               03 Frs-filler2 pic X.
               03 Frs-userid pic 9(7).
               03 Frs-filler3 pic X.
               03 Frs-dept pic 9(2).
               03 Frs-filler4 pic X.
               03 Frs-roll pic 9(2).
               03 Frs-filler5 pic X.
               03 Frs-emptype pic 9(2).
               03 Frs-filler6 pic X.
               03 Frs-gender pic 9(2).
               03 Frs-filler7 pic X.
               03 Frs-join-date pic X(8).
               03 Frs-filler8 pic X.
               03 Frs-retire-date pic X(8).
               03 Frs-filler9 pic X.
               03 Frs-wage-rate pic 9(5)v99.
               03 Frs-filler10 pic X.
               03 Frs-salary pic 9(8)v99.
               03 Frs-filler11 pic X.
               03 Frs-shift-start pic 9(4).
               03 Frs-filler12 pic X.
               03 Frs-shift-end pic 9(4).
               03 Frs-filler13 pic X.
               03 Frs-commute pic 9(6)v99.
               03 Frs-filler14 pic X.
               03 Frs-created-at pic X(14).
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
       fd report-file.
           01 report-line pic X(200).
working-storage section.
       01 wage-key pic 99.
       01 salary-key pic 99.
       01 shift-key pic 99.
       01 commute-key pic 9(5).
       01 dept-key pic 99.
       01 roll-key pic 99.
       01 emptype-key pic 99.
       01 status-rec.
           03 user-status pic XX.
           03 assign-history-status pic XX.
           03 role-history-status pic XX.
           03 emptype-hist-status pic XX.
           03 audit-status pic XX.
           03 transfer-status pic XX.
           03 uc-status pic XX.
           03 wage-status pic XX.
           03 salary-status pic XX.
           03 shift-status pic XX.
           03 commute-status pic XX.
           03 dept-status pic XX.
           03 roll-status pic XX.
           03 emptype-status pic XX.
           03 snapshot-status pic XX.
           03 run-param-status pic XX.
           03 report-status pic XX.
       *> 照会プログラム・スナップショットバッチからの依頼（external共有）
       01 asof-request-date pic X(8) external.
       01 asof-request-userid pic X(7) external.
       01 asof-request-dept pic X(2) external.
       01 asof-request-mode pic X external.
       01 asof-request-mask pic X external.
       01 asof-request-show pic X external.
       01 asof-request-overwrite pic X external.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 as-of-date pic X(8).
       01 target-userid pic 9(7) value zero.
       01 target-dept pic 99 value zero.
       01 target-dept-given pic 9 value zero.
       *> R: 照会レポート / S: 月末スナップショット
       01 run-mode pic X.
       01 mask-address pic X.
       01 show-lines pic X.
       01 overwrite-snapshot pic X.
       01 report-name pic X(60).
       01 snapshot-name pic X(60).
       01 input-text pic X(8).
       *> 履歴（発効日・変更前後の値）
       01 ah-table.
           03 ah-entry occurs 3000 times indexed by ah-idx.
               05 ah-userid pic 9(7).
               05 ah-date pic X(8).
               05 ah-old pic 9(2).
               05 ah-new pic 9(2).
       01 ah-count pic 9(4) value zero.
       01 rh-table.
           03 rh-entry occurs 3000 times indexed by rh-idx.
               05 rh-userid pic 9(7).
               05 rh-date pic X(8).
               05 rh-old pic 9(2).
               05 rh-new pic 9(2).
       01 rh-count pic 9(4) value zero.
       01 eh-table.
           03 eh-entry occurs 3000 times indexed by eh-idx.
               05 eh-userid pic 9(7).
               05 eh-date pic X(8).
               05 eh-old pic 9(2).
               05 eh-new pic 9(2).
       01 eh-count pic 9(4) value zero.
       *> 訂正履歴（audit.dat）のうち部署・住所・氏名
       01 au-table.
           03 au-entry occurs 3000 times indexed by au-idx.
               05 au-userid pic 9(7).
               05 au-field pic X(10).
               05 au-date pic X(8).
               05 au-old pic X(80).
       01 au-count pic 9(4) value zero.
       *> 未反映の異動予定（transfer.dat）
       01 tr-table.
           03 tr-entry occurs 500 times indexed by tr-idx.
               05 tr-id pic 9(7).
               05 tr-userid pic 9(7).
               05 tr-date pic X(8).
               05 tr-to pic 9(2).
       01 tr-count pic 9(3) value zero.
       *> 名簿変更フィード（user-change.dat）の登録・最終変更
       01 uc-table.
           03 uc-entry occurs 3000 times indexed by uc-idx.
               05 uc-userid pic 9(7).
               05 uc-added pic X(8).
               05 uc-changed pic X(8).
       01 uc-count pic 9(4) value zero.
       *> 適用開始日つきのマスタ
       01 wg-table.
           03 wg-entry occurs 500 times indexed by wg-idx.
               05 wg-roll pic 9(2).
               05 wg-rate pic 9(5)v99.
               05 wg-date pic X(8).
       01 wg-count pic 9(3) value zero.
       01 sl-table.
           03 sl-entry occurs 500 times indexed by sl-idx.
               05 sl-emptype pic 9(2).
               05 sl-amount pic 9(8)v99.
               05 sl-date pic X(8).
       01 sl-count pic 9(3) value zero.
       01 sh-table.
           03 sh-entry occurs 100 times indexed by sh-idx.
               05 sh-roll pic 9(2).
               05 sh-start pic 9(4).
               05 sh-end pic 9(4).
       01 sh-count pic 9(3) value zero.
       01 cm-table.
           03 cm-entry occurs 3000 times indexed by cm-idx.
               05 cm-userid pic 9(7).
               05 cm-amount pic 9(6)v99.
               05 cm-date pic X(8).
       01 cm-count pic 9(4) value zero.
       *> 名称（添字は値＋1）
       01 dept-name-table.
           03 dn-name pic N(20) occurs 100 times.
       01 roll-name-table.
           03 rn-name pic N(10) occurs 100 times.
       01 emptype-name-table.
           03 en-name pic N(10) occurs 100 times.
       *> 指定日時点に組み立てた従業員マスタと、値の出どころ
       01 asof-rec.
           03 as-in-service pic 9.
           03 as-status pic X(40).
           03 as-dept pic 9(2).
           03 as-dept-src pic X(80).
           03 as-roll pic 9(2).
           03 as-roll-src pic X(80).
           03 as-emptype pic 9(2).
           03 as-emptype-src pic X(80).
           03 as-firstname pic X(80).
           03 as-lastname pic X(80).
           03 as-name-src pic X(80).
           03 as-postal pic X(8).
           03 as-prefecture pic X(80).
           03 as-city pic X(80).
           03 as-street pic X(120).
           03 as-address-src pic X(80).
           03 as-wage-rate pic 9(5)v99.
           03 as-wage-src pic X(80).
           03 as-salary pic 9(8)v99.
           03 as-salary-src pic X(80).
           03 as-shift-start pic 9(4).
           03 as-shift-end pic 9(4).
           03 as-shift-src pic X(80).
           03 as-commute pic 9(6)v99.
           03 as-commute-src pic X(80).
           03 as-register-src pic X(80).
       *> 指定日より後の最初の変更・指定日以前の最後の変更
       01 after-date pic X(8).
       01 before-date pic X(8).
       01 found-date pic X(8).
       01 join-8 pic X(8).
       01 retire-8 pic X(8).
       01 rate-edit pic Z(4)9.99.
       01 amount-edit pic Z(7)9.99.
       01 commute-edit pic Z(5)9.99.
       01 name-text pic X(40).
       01 target-label pic X(12).
       01 listed-count pic 9(5) value zero.
       01 today pic X(8).
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "指定日時点の従業員マスタ再現".

       move function current-date(1:8) to today.
       perform accept-request thru accept-request-exit.
       if as-of-date = spaces or as-of-date is not numeric
           display "時点の日付が不正です"
           move zero to job-step-count
           goback
       end-if.

       perform load-names.
       perform load-histories.
       perform load-rate-masters.

       if run-mode = "S"
           perform write-snapshot thru write-snapshot-exit
       else
           perform write-report thru write-report-exit
       end-if.

       move listed-count to job-step-count.
       goback.

accept-request.
       *> 照会プログラム等から呼ばれた場合は external の依頼を使う
       if asof-request-date is numeric
           move asof-request-date to as-of-date
           if asof-request-userid is numeric
               move asof-request-userid to target-userid
           end-if
           if asof-request-dept is numeric
               move asof-request-dept to target-dept
               move 1 to target-dept-given
           end-if
           move asof-request-mode to run-mode
           move asof-request-mask to mask-address
           move asof-request-show to show-lines
           move asof-request-overwrite to overwrite-snapshot
           go to accept-request-exit
       end-if.

       move "R" to run-mode.
       move "F" to mask-address.
       move "N" to show-lines.
       move "N" to overwrite-snapshot.
       move "as-of-date" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:8) to as-of-date
           move "userid" to run-param-name
           perform lookup-run-param thru lookup-run-param-exit
           if run-param-found = 1
               and run-param-value(1:7) is numeric
               move run-param-value(1:7) to target-userid
           end-if
           move "dept" to run-param-name
           perform lookup-run-param thru lookup-run-param-exit
           if run-param-found = 1
               and run-param-value(1:2) is numeric
               move run-param-value(1:2) to target-dept
               move 1 to target-dept-given
           end-if
           display "実行パラメータにより時点 " as-of-date
               " で実行します"
           go to accept-request-exit
       end-if.

       display "時点の日付を入力してください (例: 20260331)".
       accept as-of-date.
       display "従業員IDを入力してください（空欄は部署または全員）".
       move spaces to input-text.
       accept input-text.
       if input-text(1:7) is numeric
           move input-text(1:7) to target-userid
           go to accept-request-exit
       end-if.
       display "部署IDを入力してください（空欄は全員）".
       move spaces to input-text.
       accept input-text.
       if input-text(1:2) is numeric
           move input-text(1:2) to target-dept
           move 1 to target-dept-given
       end-if.

accept-request-exit.
       exit.

load-names.
       move spaces to dept-name-table roll-name-table emptype-name-table.
       open input department-file.
       perform until dept-status not = "00"
           read department-file
               not at end
                   if Fdept-id < 99
                       move Fdept-name to dn-name(Fdept-id + 1)
                   end-if
       end-perform.
       close department-file.
       open input roll-file.
       perform until roll-status not = "00"
           read roll-file
               not at end
                   if Froll-id < 99
                       move Froll-name to rn-name(Froll-id + 1)
                   end-if
       end-perform.
       close roll-file.
       open input employment-type-file.
       perform until emptype-status not = "00"
           read employment-type-file
               not at end
                   if Femptype-id < 99
                       move Femptype-name to en-name(Femptype-id + 1)
                   end-if
       end-perform.
       close employment-type-file.

load-histories.
       open input assign-history-file.
       perform until assign-history-status not = "00"
           read assign-history-file
               not at end
                   if ah-count < 3000
                       and Fdah-effective-date is numeric
                       add 1 to ah-count
                       move Fdah-userid to ah-userid(ah-count)
                       move Fdah-effective-date to ah-date(ah-count)
                       move Fdah-from-dept to ah-old(ah-count)
                       move Fdah-to-dept to ah-new(ah-count)
                   end-if
       end-perform.
       close assign-history-file.

       open input role-history-file.
       perform until role-history-status not = "00"
           read role-history-file
               not at end
                   if rh-count < 3000
                       and Frl-effective-date is numeric
                       add 1 to rh-count
                       move Frl-userid to rh-userid(rh-count)
                       move Frl-effective-date to rh-date(rh-count)
                       move Frl-old-roll to rh-old(rh-count)
                       move Frl-new-roll to rh-new(rh-count)
                   end-if
       end-perform.
       close role-history-file.

       open input emptype-history-file.
       perform until emptype-hist-status not = "00"
           read emptype-history-file
               not at end
                   if eh-count < 3000
                       and Feh-effective-date is numeric
                       add 1 to eh-count
                       move Feh-userid to eh-userid(eh-count)
                       move Feh-effective-date to eh-date(eh-count)
                       move Feh-old-emptype to eh-old(eh-count)
                       move Feh-new-emptype to eh-new(eh-count)
                   end-if
       end-perform.
       close emptype-history-file.

       *> 役職・雇用形態の訂正は役職履歴・雇用形態履歴にも残るので、
       *> audit.dat からは部署・住所・氏名だけを拾う
       open input audit-file.
       perform until audit-status not = "00"
           read audit-file
               not at end
                   if au-count < 3000
                       and audit-timestamp(1:8) is numeric
                       and (audit-field-name = "dept"
                           or audit-field-name = "address"
                           or audit-field-name = "firstname"
                           or audit-field-name = "lastname")
                       add 1 to au-count
                       move audit-userid to au-userid(au-count)
                       move audit-field-name to au-field(au-count)
                       move audit-timestamp(1:8) to au-date(au-count)
                       move spaces to au-old(au-count)
                       string function trim(audit-old-value)
                               delimited by size
                           into au-old(au-count)
                       end-string
                   end-if
       end-perform.
       close audit-file.

       open input transfer-file.
       perform until transfer-status not = "00"
           read transfer-file next record
               at end move "10" to transfer-status
               not at end
                   if Ftr-applied = "N"
                       and Ftr-effective-date is numeric
                       and tr-count < 500
                       add 1 to tr-count
                       move Ftr-id to tr-id(tr-count)
                       move Ftr-userid to tr-userid(tr-count)
                       move Ftr-effective-date to tr-date(tr-count)
                       move Ftr-to-dept to tr-to(tr-count)
                   end-if
           end-read
       end-perform.
       close transfer-file.

       open input user-change-file.
       perform until uc-status not = "00"
           read user-change-file next record
               at end move "10" to uc-status
               not at end
                   perform tally-user-change thru tally-user-change-exit
           end-read
       end-perform.
       close user-change-file.

tally-user-change.
       perform varying uc-idx from 1 by 1
           until uc-idx > uc-count or uc-userid(uc-idx) = Fuc-userid
           continue
       end-perform.
       if uc-idx > uc-count
           if uc-count >= 3000
               go to tally-user-change-exit
           end-if
           add 1 to uc-count
           set uc-idx to uc-count
           move Fuc-userid to uc-userid(uc-idx)
           move spaces to uc-added(uc-idx)
           move spaces to uc-changed(uc-idx)
       end-if.
       if Fuc-type = "A"
           and (uc-added(uc-idx) = spaces
               or Fuc-changed-at(1:8) < uc-added(uc-idx))
           move Fuc-changed-at(1:8) to uc-added(uc-idx)
       end-if.
       if Fuc-type = "C"
           and Fuc-changed-at(1:8) > uc-changed(uc-idx)
           move Fuc-changed-at(1:8) to uc-changed(uc-idx)
       end-if.

tally-user-change-exit.
       exit.

load-rate-masters.
       open input wage-file.
       perform until wage-status not = "00"
           read wage-file
               not at end
                   if wg-count < 500
                       add 1 to wg-count
                       move Fwage-roll to wg-roll(wg-count)
                       move Fwage-rate to wg-rate(wg-count)
                       move Fwage-effective-from to wg-date(wg-count)
                   end-if
       end-perform.
       close wage-file.

       open input salary-file.
       perform until salary-status not = "00"
           read salary-file
               not at end
                   if sl-count < 500
                       add 1 to sl-count
                       move Fsal-emptype to sl-emptype(sl-count)
                       move Fsal-amount to sl-amount(sl-count)
                       move Fsal-effective-from to sl-date(sl-count)
                   end-if
       end-perform.
       close salary-file.

       open input shift-file.
       perform until shift-status not = "00"
           read shift-file
               not at end
                   if sh-count < 100
                       add 1 to sh-count
                       move Fshift-roll to sh-roll(sh-count)
                       move Fshift-start to sh-start(sh-count)
                       move Fshift-end to sh-end(sh-count)
                   end-if
       end-perform.
       close shift-file.

       open input commute-file.
       perform until commute-status not = "00"
           read commute-file
               not at end
                   if cm-count < 3000
                       add 1 to cm-count
                       move Fcom-userid to cm-userid(cm-count)
                       move Fcom-amount to cm-amount(cm-count)
                       move Fcom-effective-from to cm-date(cm-count)
                   end-if
       end-perform.
       close commute-file.

write-report.
       move spaces to target-label.
       if target-userid not = zero
           move target-userid to target-label
       else
           if target-dept-given = 1
               string "dept" delimited by size
                   target-dept delimited by size
                   into target-label
               end-string
           else
               move "all" to target-label
           end-if
       end-if.
       move spaces to report-name.
       string "./dat/asof-master-" delimited by size
           as-of-date delimited by size
           "-" delimited by size
           function trim(target-label) delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.

       move spaces to report-line.
       string "指定日時点の従業員マスタ  時点 " delimited by size
           as-of-date delimited by size
           "  対象 " delimited by size
           function trim(target-label) delimited by size
           "  作成 " delimited by size
           today delimited by size
           into report-line
       end-string.
       perform put-line.
       move "（各項目の ← 以降は値の出どころ。指定日より後の変更は変更前の値に戻して表示）"
           to report-line.
       perform put-line.

       open input user-file.
       if user-status not = "00"
           display "./dat/user.dat が開けませんでした"
           close report-file
           go to write-report-exit
       end-if.
       if target-userid not = zero
           move target-userid to Fuserid
           read user-file
               invalid key
                   display "指定された従業員が見つかりません: "
                       target-userid
           end-read
           if user-status = "00"
               perform rebuild-user thru rebuild-user-exit
               perform write-user-block
           end-if
       else
           perform until user-status not = "00"
               read user-file next record
                   at end move "10" to user-status
                   not at end
                       perform rebuild-user thru rebuild-user-exit
                       if as-in-service = 1
                           and (target-dept-given = zero
                               or as-dept = target-dept)
                           perform write-user-block
                       end-if
               end-read
           end-perform
       end-if.
       close user-file.

       move spaces to report-line.
       perform put-line.
       move spaces to report-line.
       string "該当 " delimited by size
           listed-count delimited by size
           " 名" delimited by size
           into report-line
       end-string.
       perform put-line.
       close report-file.
       display function trim(report-name) " に出力しました".

write-report-exit.
       exit.

put-line.
       write report-line.
       if show-lines = "Y"
           display function trim(report-line trailing)
       end-if.

write-user-block.
       add 1 to listed-count.
       move spaces to report-line.
       perform put-line.
       move spaces to report-line.
       string "userid " delimited by size
           Fuserid delimited by size
           "  " delimited by size
           function trim(as-lastname) delimited by size
           " " delimited by size
           function trim(as-firstname) delimited by size
           "  " delimited by size
           function trim(as-status) delimited by size
           into report-line
       end-string.
       perform put-line.
       move spaces to report-line.
       string "  氏名      ← " delimited by size
           function trim(as-name-src) delimited by size
           into report-line
       end-string.
       perform put-line.
       if as-register-src not = spaces
           move spaces to report-line
           string "  登録      ← " delimited by size
               function trim(as-register-src) delimited by size
               into report-line
           end-string
           perform put-line
       end-if.

       move spaces to report-line.
       move spaces to name-text.
       string function trim(dn-name(as-dept + 1)) delimited by size
           into name-text
       end-string.
       string "  部署      " delimited by size
           as-dept delimited by size
           " " delimited by size
           function trim(name-text) delimited by size
           "  ← " delimited by size
           function trim(as-dept-src) delimited by size
           into report-line
       end-string.
       perform put-line.

       move spaces to report-line.
       move spaces to name-text.
       string function trim(rn-name(as-roll + 1)) delimited by size
           into name-text
       end-string.
       string "  役職      " delimited by size
           as-roll delimited by size
           " " delimited by size
           function trim(name-text) delimited by size
           "  ← " delimited by size
           function trim(as-roll-src) delimited by size
           into report-line
       end-string.
       perform put-line.

       move spaces to report-line.
       move spaces to name-text.
       string function trim(en-name(as-emptype + 1)) delimited by size
           into name-text
       end-string.
       string "  雇用形態  " delimited by size
           as-emptype delimited by size
           " " delimited by size
           function trim(name-text) delimited by size
           "  ← " delimited by size
           function trim(as-emptype-src) delimited by size
           into report-line
       end-string.
       perform put-line.

       move spaces to report-line.
       if mask-address = "M"
           *> 住所の閲覧が伏せ字の役職には都道府県のみ
           string "  住所      〒***-**** " delimited by size
               function trim(as-prefecture) delimited by size
               "  ← " delimited by size
               function trim(as-address-src) delimited by size
               into report-line
           end-string
       else
           string "  住所      〒" delimited by size
               as-postal delimited by size
               " " delimited by size
               function trim(as-prefecture) delimited by size
               function trim(as-city) delimited by size
               function trim(as-street) delimited by size
               "  ← " delimited by size
               function trim(as-address-src) delimited by size
               into report-line
           end-string
       end-if.
       perform put-line.

       move spaces to report-line.
       if as-wage-src = spaces
           move "  時給      （該当なし）" to report-line
       else
           move as-wage-rate to rate-edit
           string "  時給      " delimited by size
               function trim(rate-edit) delimited by size
               "  ← " delimited by size
               function trim(as-wage-src) delimited by size
               into report-line
           end-string
       end-if.
       perform put-line.

       move spaces to report-line.
       if as-salary-src = spaces
           move "  月給      （該当なし）" to report-line
       else
           move as-salary to amount-edit
           string "  月給      " delimited by size
               function trim(amount-edit) delimited by size
               "  ← " delimited by size
               function trim(as-salary-src) delimited by size
               into report-line
           end-string
       end-if.
       perform put-line.

       move spaces to report-line.
       if as-shift-src = spaces
           move "  シフト    （該当なし）" to report-line
       else
           string "  シフト    " delimited by size
               as-shift-start delimited by size
               "-" delimited by size
               as-shift-end delimited by size
               "  ← " delimited by size
               function trim(as-shift-src) delimited by size
               into report-line
           end-string
       end-if.
       perform put-line.

       move spaces to report-line.
       if as-commute-src = spaces
           move "  通勤手当  （該当なし）" to report-line
       else
           move as-commute to commute-edit
           string "  通勤手当  " delimited by size
               function trim(commute-edit) delimited by size
               "  ← " delimited by size
               function trim(as-commute-src) delimited by size
               into report-line
           end-string
       end-if.
       perform put-line.

write-snapshot.
       move spaces to snapshot-name.
       string "./dat/roster-snapshot-" delimited by size
           as-of-date(1:6) delimited by size
           ".dat" delimited by size
           into snapshot-name
       end-string.
       *> 一度作った月は、明示の指定がない限り作り直さない
       open input snapshot-file.
       if snapshot-status = "00"
           close snapshot-file
           if overwrite-snapshot not = "Y"
               display function trim(snapshot-name)
                   " は作成済みのため上書きしません"
               go to write-snapshot-exit
           end-if
       end-if.

       open input user-file.
       if user-status not = "00"
           display "./dat/user.dat が開けませんでした"
           go to write-snapshot-exit
       end-if.
       open output snapshot-file.
       perform until user-status not = "00"
           read user-file next record
               at end move "10" to user-status
               not at end
                   perform rebuild-user thru rebuild-user-exit
                   if as-in-service = 1
                       perform write-snapshot-rec
                   end-if
           end-read
       end-perform.
       close user-file.
       close snapshot-file.
       display "時点 " as-of-date " の在籍 " listed-count " 名を "
           function trim(snapshot-name) " に出力しました".

write-snapshot-exit.
       exit.

write-snapshot-rec.
       add 1 to listed-count.
       move spaces to Frs-rec.
       move as-of-date(1:6) to Frs-yyyymm.
       move as-of-date to Frs-as-of.
       move Fuserid to Frs-userid.
       move as-dept to Frs-dept.
       move as-roll to Frs-roll.
       move as-emptype to Frs-emptype.
       move Fgender to Frs-gender.
       move join-8 to Frs-join-date.
       move retire-8 to Frs-retire-date.
       move as-wage-rate to Frs-wage-rate.
       move as-salary to Frs-salary.
       move as-shift-start to Frs-shift-start.
       move as-shift-end to Frs-shift-end.
       move as-commute to Frs-commute.
       move function current-date(1:14) to Frs-created-at.
       write Frs-rec.

rebuild-user.
       initialize asof-rec.
       move Fjoin-date(1:8) to join-8.
       move Fretire-date to retire-8.
       if retire-8 = "00000000"
           move spaces to retire-8
       end-if.

       *> 在籍区分（入社日から退職日までを在籍とする）
       if join-8 = spaces or join-8 > as-of-date
           move zero to as-in-service
           move spaces to as-status
           string "入社前（入社日 " delimited by size
               join-8 delimited by size
               "）" delimited by size
               into as-status
           end-string
       else
           if retire-8 not = spaces and retire-8 < as-of-date
               move zero to as-in-service
               move spaces to as-status
               string "退職済（退職日 " delimited by size
                   retire-8 delimited by size
                   "）" delimited by size
                   into as-status
               end-string
           else
               move 1 to as-in-service
               move spaces to as-status
               string "在籍（入社日 " delimited by size
                   join-8 delimited by size
                   "）" delimited by size
                   into as-status
               end-string
           end-if
       end-if.

       perform varying uc-idx from 1 by 1 until uc-idx > uc-count
           if uc-userid(uc-idx) = Fuserid
               move spaces to as-register-src
               string "user-change 登録 " delimited by size
                   uc-added(uc-idx) delimited by size
                   "  最終変更 " delimited by size
                   uc-changed(uc-idx) delimited by size
                   into as-register-src
               end-string
           end-if
       end-perform.

       perform rebuild-dept.
       perform rebuild-roll.
       perform rebuild-emptype.
       perform rebuild-name.
       perform rebuild-address.
       perform rebuild-pay.

rebuild-user-exit.
       exit.

rebuild-dept.
       *> 異動履歴と部署の訂正（audit）のうち、指定日より後の最初の変更の
       *> 変更前の値。なければ現在の値（出どころは指定日以前の最後の変更）
       move Fdept to as-dept.
       move "user.dat 現行値（変更履歴なし）" to as-dept-src.
       move "99999999" to after-date.
       move spaces to before-date.
       perform varying ah-idx from 1 by 1 until ah-idx > ah-count
           if ah-userid(ah-idx) = Fuserid
               if ah-date(ah-idx) > as-of-date
                   if ah-date(ah-idx) < after-date
                       move ah-date(ah-idx) to after-date
                       move ah-old(ah-idx) to as-dept
                       move spaces to as-dept-src
                       string "dept-assign-history 発効 " delimited by size
                           ah-date(ah-idx) delimited by size
                           " の異動前" delimited by size
                           into as-dept-src
                       end-string
                   end-if
               else
                   if after-date = "99999999"
                       and ah-date(ah-idx) >= before-date
                       move ah-date(ah-idx) to before-date
                       move spaces to as-dept-src
                       string "dept-assign-history 発効 " delimited by size
                           ah-date(ah-idx) delimited by size
                           " の異動後" delimited by size
                           into as-dept-src
                       end-string
                   end-if
               end-if
           end-if
       end-perform.
       perform varying au-idx from 1 by 1 until au-idx > au-count
           if au-userid(au-idx) = Fuserid
               and au-field(au-idx) = "dept"
               if au-date(au-idx) > as-of-date
                   if au-date(au-idx) < after-date
                       move au-date(au-idx) to after-date
                       if au-old(au-idx)(1:2) is numeric
                           move au-old(au-idx)(1:2) to as-dept
                       end-if
                       move spaces to as-dept-src
                       string "audit 訂正 " delimited by size
                           au-date(au-idx) delimited by size
                           " の訂正前" delimited by size
                           into as-dept-src
                       end-string
                   end-if
               else
                   if after-date = "99999999"
                       and au-date(au-idx) >= before-date
                       move au-date(au-idx) to before-date
                       move spaces to as-dept-src
                       string "audit 訂正 " delimited by size
                           au-date(au-idx) delimited by size
                           " の訂正後" delimited by size
                           into as-dept-src
                       end-string
                   end-if
               end-if
           end-if
       end-perform.
       *> 指定日が未反映の異動予定の発効日以降なら、異動先とする
       if after-date = "99999999"
           perform varying tr-idx from 1 by 1 until tr-idx > tr-count
               if tr-userid(tr-idx) = Fuserid
                   and tr-date(tr-idx) <= as-of-date
                   and tr-date(tr-idx) >= before-date
                   move tr-date(tr-idx) to before-date
                   move tr-to(tr-idx) to as-dept
                   move spaces to as-dept-src
                   string "transfer.dat #" delimited by size
                       tr-id(tr-idx) delimited by size
                       " 発効予定 " delimited by size
                       tr-date(tr-idx) delimited by size
                       "（未反映）" delimited by size
                       into as-dept-src
                   end-string
               end-if
           end-perform
       end-if.

rebuild-roll.
       move Froll to as-roll.
       move "user.dat 現行値（変更履歴なし）" to as-roll-src.
       move "99999999" to after-date.
       move spaces to before-date.
       perform varying rh-idx from 1 by 1 until rh-idx > rh-count
           if rh-userid(rh-idx) = Fuserid
               if rh-date(rh-idx) > as-of-date
                   if rh-date(rh-idx) < after-date
                       move rh-date(rh-idx) to after-date
                       move rh-old(rh-idx) to as-roll
                       move spaces to as-roll-src
                       string "role-history 発効 " delimited by size
                           rh-date(rh-idx) delimited by size
                           " の変更前" delimited by size
                           into as-roll-src
                       end-string
                   end-if
               else
                   if after-date = "99999999"
                       and rh-date(rh-idx) >= before-date
                       move rh-date(rh-idx) to before-date
                       move spaces to as-roll-src
                       string "role-history 発効 " delimited by size
                           rh-date(rh-idx) delimited by size
                           " の変更後" delimited by size
                           into as-roll-src
                       end-string
                   end-if
               end-if
           end-if
       end-perform.

rebuild-emptype.
       move Femptype to as-emptype.
       move "user.dat 現行値（変更履歴なし）" to as-emptype-src.
       move "99999999" to after-date.
       move spaces to before-date.
       perform varying eh-idx from 1 by 1 until eh-idx > eh-count
           if eh-userid(eh-idx) = Fuserid
               if eh-date(eh-idx) > as-of-date
                   if eh-date(eh-idx) < after-date
                       move eh-date(eh-idx) to after-date
                       move eh-old(eh-idx) to as-emptype
                       move spaces to as-emptype-src
                       string "emptype-history 発効 " delimited by size
                           eh-date(eh-idx) delimited by size
                           " の変更前" delimited by size
                           into as-emptype-src
                       end-string
                   end-if
               else
                   if after-date = "99999999"
                       and eh-date(eh-idx) >= before-date
                       move eh-date(eh-idx) to before-date
                       move spaces to as-emptype-src
                       string "emptype-history 発効 " delimited by size
                           eh-date(eh-idx) delimited by size
                           " の変更後" delimited by size
                           into as-emptype-src
                       end-string
                   end-if
               end-if
           end-if
       end-perform.

rebuild-name.
       move spaces to as-firstname as-lastname.
       string function trim(Ffirstname) delimited by size
           into as-firstname
       end-string.
       string function trim(Flastname) delimited by size
           into as-lastname
       end-string.
       move "user.dat 現行値（変更履歴なし）" to as-name-src.
       move "99999999" to after-date.
       perform varying au-idx from 1 by 1 until au-idx > au-count
           if au-userid(au-idx) = Fuserid
               and au-field(au-idx) = "lastname"
               and au-date(au-idx) > as-of-date
               and au-date(au-idx) < after-date
               move au-date(au-idx) to after-date
               move au-old(au-idx) to as-lastname
           end-if
       end-perform.
       move after-date to found-date.
       move "99999999" to after-date.
       perform varying au-idx from 1 by 1 until au-idx > au-count
           if au-userid(au-idx) = Fuserid
               and au-field(au-idx) = "firstname"
               and au-date(au-idx) > as-of-date
               and au-date(au-idx) < after-date
               move au-date(au-idx) to after-date
               move au-old(au-idx) to as-firstname
           end-if
       end-perform.
       if after-date < found-date
           move after-date to found-date
       end-if.
       if found-date not = "99999999"
           move spaces to as-name-src
           string "audit 訂正 " delimited by size
               found-date delimited by size
               " の訂正前" delimited by size
               into as-name-src
           end-string
       end-if.

rebuild-address.
       move Faddress-postal to as-postal.
       move spaces to as-prefecture as-city as-street.
       string function trim(Faddress-prefecture) delimited by size
           into as-prefecture
       end-string.
       string function trim(Faddress-city) delimited by size
           into as-city
       end-string.
       string function trim(Faddress-street) delimited by size
           into as-street
       end-string.
       move "user.dat 現行値（変更履歴なし）" to as-address-src.
       move "99999999" to after-date.
       move spaces to before-date.
       perform varying au-idx from 1 by 1 until au-idx > au-count
           if au-userid(au-idx) = Fuserid
               and au-field(au-idx) = "address"
               if au-date(au-idx) > as-of-date
                   if au-date(au-idx) < after-date
                       move au-date(au-idx) to after-date
                       move au-old(au-idx) to as-prefecture
                       *> 住所の訂正履歴は都道府県のみ記録されている
                       move spaces to as-address-src
                       string "audit 訂正 " delimited by size
                           au-date(au-idx) delimited by size
                           " の訂正前（都道府県のみ。以下は現行値）"
                               delimited by size
                           into as-address-src
                       end-string
                   end-if
               else
                   if after-date = "99999999"
                       and au-date(au-idx) >= before-date
                       move au-date(au-idx) to before-date
                       move spaces to as-address-src
                       string "audit 訂正 " delimited by size
                           au-date(au-idx) delimited by size
                           " の訂正後" delimited by size
                           into as-address-src
                       end-string
                   end-if
               end-if
           end-if
       end-perform.

rebuild-pay.
       *> 指定日時点の役職・雇用形態に対して、適用開始日が指定日以前で
       *> 最も新しい単価・月給・通勤手当
       move spaces to found-date.
       perform varying wg-idx from 1 by 1 until wg-idx > wg-count
           if wg-roll(wg-idx) = as-roll
               and wg-date(wg-idx) <= as-of-date
               and wg-date(wg-idx) >= found-date
               move wg-date(wg-idx) to found-date
               move wg-rate(wg-idx) to as-wage-rate
               move spaces to as-wage-src
               string "wage.dat 役職 " delimited by size
                   as-roll delimited by size
                   " 適用開始 " delimited by size
                   wg-date(wg-idx) delimited by size
                   into as-wage-src
               end-string
           end-if
       end-perform.

       move spaces to found-date.
       perform varying sl-idx from 1 by 1 until sl-idx > sl-count
           if sl-emptype(sl-idx) = as-emptype
               and sl-date(sl-idx) <= as-of-date
               and sl-date(sl-idx) >= found-date
               move sl-date(sl-idx) to found-date
               move sl-amount(sl-idx) to as-salary
               move spaces to as-salary-src
               string "salary.dat 雇用形態 " delimited by size
                   as-emptype delimited by size
                   " 適用開始 " delimited by size
                   sl-date(sl-idx) delimited by size
                   into as-salary-src
               end-string
           end-if
       end-perform.

       perform varying sh-idx from 1 by 1 until sh-idx > sh-count
           if sh-roll(sh-idx) = as-roll
               move sh-start(sh-idx) to as-shift-start
               move sh-end(sh-idx) to as-shift-end
               move spaces to as-shift-src
               string "shift.dat 役職 " delimited by size
                   as-roll delimited by size
                   "（シフトは適用開始日を持たないため現行値）"
                       delimited by size
                   into as-shift-src
               end-string
           end-if
       end-perform.

       move spaces to found-date.
       perform varying cm-idx from 1 by 1 until cm-idx > cm-count
           if cm-userid(cm-idx) = Fuserid
               and cm-date(cm-idx) <= as-of-date
               and cm-date(cm-idx) >= found-date
               move cm-date(cm-idx) to found-date
               move cm-amount(cm-idx) to as-commute
               move spaces to as-commute-src
               string "commute-allowance.dat 適用開始 " delimited by size
                   cm-date(cm-idx) delimited by size
                   into as-commute-src
               end-string
           end-if
       end-perform.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-asof-master" to Frp-program.
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
