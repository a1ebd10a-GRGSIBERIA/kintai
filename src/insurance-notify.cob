identification division.
program-id. kintai-insurance-notify.

environment division.
input-output section.
       file-control.
           select run-param-file assign to "./dat/run-param.dat"
               organization indexed
               access mode dynamic
               record key is Frp-key
               status run-param-status.
           select user-change-file assign to "./dat/user-change.dat"
               organization indexed
               access mode sequential
               record key is Fuc-seq
               status uc-status.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode dynamic
               record key is Fuserid
               status user-status.
           select insurance-file assign to "./dat/insurance.dat"
               organization indexed
               access mode dynamic
               record key is Fins-key
               status insurance-status.
           select insurance-grade-file
               assign to "./dat/insurance-grade.dat"
               organization relative
               access mode sequential
               relative key ins-grade-key
               status ins-grade-status.
           select pay-assign-file assign to "./dat/pay-assign.dat"
               organization indexed
               access mode dynamic
               record key is Fpa-key
               status pay-assign-status.
           select pay-grade-file assign to "./dat/pay-grade.dat"
               organization relative
               access mode sequential
               relative key pay-grade-key
               status pay-grade-status.
           select salary-file assign to "./dat/salary.dat"
               organization relative
               access mode sequential
               relative key salary-key
               status salary-status.
           select dependents-file assign to "./dat/dependents.dat"
               organization indexed
               access mode dynamic
               record key is Fdep-userid
               status dependents-status.
           select filing-file assign to "./dat/insurance-filing.dat"
               organization indexed
               access mode dynamic
               record key is Fif-key
               status filing-status.
           select residence-file assign to "./dat/residence.dat"
               organization indexed
               access mode dynamic
               record key is Frs-userid
               status residence-status.
           select csv-file assign using csv-name
               organization line sequential
               status csv-status.
           select overdue-file assign using overdue-name
               organization line sequential
               status overdue-status.
data division.
file section.
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
       fd user-change-file.
           01 Fuc-rec.
               03 Fuc-seq pic 9(9).
               03 Fuc-userid pic 9(7).
               03 Fuc-type pic X.
               03 Fuc-changed-at pic X(21).
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
       fd insurance-grade-file.
           01 Fig-rec.
               03 Fig-grade pic 9(2).
               03 Fig-lower pic 9(8).
               03 Fig-upper pic 9(8).
               03 Fig-health-std pic 9(8).
               03 Fig-pension-std pic 9(8).
       fd pay-assign-file.
           01 Fpa-rec.
               03 Fpa-key.
                   05 Fpa-userid pic 9(7).
                   05 Fpa-effective-from pic X(8).
               03 Fpa-grade pic 9(2).
               03 Fpa-step pic 9(3).
               03 Fpa-approver pic 9(7).
               03 Fpa-registered-at pic X(21).
       fd pay-grade-file.
           01 Fpg-rec.
               03 Fpg-grade pic 9(2).
               03 Fpg-step pic 9(3).
               03 Fpg-pay-type pic X.
               03 Fpg-amount pic 9(8)v99.
               03 Fpg-effective-from pic X(8).
       fd salary-file.
           01 Fsal-rec.
               03 Fsal-emptype pic 9(2).
               03 Fsal-amount pic 9(8)v99.
               03 Fsal-effective-from pic X(8).
       fd dependents-file.
           01 Fdep-rec.
               03 Fdep-userid pic 9(7).
               03 Fdep-count pic 9(2).
               03 Fdep-relationship pic N(10).
       fd filing-file.
           01 Fif-rec.
               03 Fif-key.
                   05 Fif-userid pic 9(7).
                   05 Fif-kind pic X(2).
                   05 Fif-event-date pic X(8).
               03 Fif-due-date pic X(8).
               03 Fif-status pic X.
               03 Fif-csv-file pic X(60).
               03 Fif-remuneration pic 9(8).
               03 Fif-dependents pic 9(2).
               03 Fif-prepared-at pic X(21).
               03 Fif-submitted-by pic 9(7).
               03 Fif-submitted-at pic X(21).
               03 Fif-accepted-by pic 9(7).
               03 Fif-accepted-at pic X(21).
               03 Fif-note pic X(64).
       fd residence-file.
           01 Frs-rec.
               03 Frs-userid pic 9(7).
               03 Frs-nationality pic X(40).
               03 Frs-status-name pic X(60).
               03 Frs-card-number pic X(12).
               03 Frs-expiry-date pic X(8).
               03 Frs-work-scope pic X.
               03 Frs-renewal-applied pic X(8).
               03 Frs-alert-sent pic X.
               03 Frs-registered-by pic 9(7).
               03 Frs-registered-at pic X(21).
       fd csv-file.
           01 csv-line pic X(400).
       fd overdue-file.
           01 overdue-line pic X(160).
working-storage section.
       01 ins-grade-key pic 9(4).
       01 pay-grade-key pic 9(4).
       01 salary-key pic 9(4).
       01 status-rec.
           03 run-param-status pic XX.
           03 uc-status pic XX.
           03 user-status pic XX.
           03 insurance-status pic XX.
           03 ins-grade-status pic XX.
           03 pay-assign-status pic XX.
           03 pay-grade-status pic XX.
           03 salary-status pic XX.
           03 dependents-status pic XX.
           03 filing-status pic XX.
           03 residence-status pic XX.
           03 csv-status pic XX.
           03 overdue-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 lookback-days pic 9(3) value 7.
       01 due-days pic 9(3) value 5.
       01 today-date pic X(8).
       01 from-date pic X(8).
       01 date-num pic 9(8).
       *> user-change.dat から拾った入社（A）・退職（R）
       01 event-count pic 9(3) value zero.
       01 event-table.
           03 event-entry occurs 500 times.
               05 event-userid pic 9(7).
               05 event-type pic X.
       01 event-idx pic 9(3).
       01 dup-idx pic 9(3).
       01 dup-found pic 9.
       *> 届出1件分の情報
       01 user-found pic 9.
       01 ins-found pic 9.
       01 ins-social-flag pic X.
       01 ins-emp-category pic 9.
       01 ins-grade pic 9(2).
       01 ins-best-from pic X(8).
       01 event-date pic X(8).
       01 retire-date pic X(8).
       01 due-date pic X(8).
       01 filing-kind pic X(2).
       01 remuneration pic 9(8).
       01 assign-grade pic 9(2).
       01 assign-step pic 9(3).
       01 assign-found pic 9.
       01 best-from pic X(8).
       01 dep-count pic 9(2).
       01 dep-flag pic X(6).
       *> 外国人雇用状況届出（residence.dat に在留資格のある者）
       01 res-found pic 9.
       01 res-permit-flag pic X(3).
       01 res-due-yyyy pic 9(4).
       01 res-due-mm pic 9(2).
       01 csv-ptr pic 9(3).
       01 csv-name pic X(60).
       01 csv-new pic 9.
       01 overdue-name pic X(60).
       01 amount-edit pic 9(8).
       01 prepared-count pic 9(5) value zero.
       01 skipped-count pic 9(5) value zero.
       01 overdue-count pic 9(5) value zero.
       01 pending-count pic 9(5) value zero.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "社会保険・雇用保険の資格取得届／喪失届の作成".
       move zero to job-step-count.

       move "lookback-days" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to lookback-days
       end-if.
       move "due-days" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to due-days
       end-if.

       move function current-date(1:8) to today-date.
       move today-date to date-num.
       compute date-num = function date-of-integer(
           function integer-of-date(date-num) - lookback-days).
       move date-num to from-date.
       display "対象 " from-date " 以降の入社・退職（提出期限 "
           due-days " 日）".

       perform collect-events thru collect-events-exit.

       open i-o filing-file.
       if filing-status not = "00"
           open output filing-file
           close filing-file
           open i-o filing-file
       end-if.
       if filing-status not = "00"
           display "insurance-filing.dat を開けません"
           goback
       end-if.
       open input user-file.
       perform prepare-event thru prepare-event-exit
           varying event-idx from 1 by 1 until event-idx > event-count.
       close user-file.
       close filing-file.

       perform list-overdue thru list-overdue-exit.

       display "作成 " prepared-count " 件 / 作成済のため省略 "
           skipped-count " 件".
       display "未提出 " pending-count " 件（うち期限超過 " overdue-count
           " 件） " function trim(overdue-name).
       move prepared-count to job-step-count.
       goback.

collect-events.
       open input user-change-file.
       if uc-status not = "00"
           display "user-change.dat を開けません"
           go to collect-events-exit
       end-if.
       perform until uc-status not = "00"
           read user-change-file next record
               not at end
                   if (Fuc-type = "A" or Fuc-type = "R")
                       and Fuc-changed-at(1:8) >= from-date
                       perform add-event
                   end-if
       end-perform.
       close user-change-file.

collect-events-exit.
       exit.

add-event.
       move zero to dup-found.
       perform varying dup-idx from 1 by 1
           until dup-idx > event-count or dup-found = 1
           if event-userid(dup-idx) = Fuc-userid
               and event-type(dup-idx) = Fuc-type
               move 1 to dup-found
           end-if
       end-perform.
       if dup-found = zero and event-count < 500
           add 1 to event-count
           move Fuc-userid to event-userid(event-count)
           move Fuc-type to event-type(event-count)
       end-if.

prepare-event.
       move zero to user-found.
       move event-userid(event-idx) to Fuserid.
       read user-file
           invalid key continue
       end-read.
       if user-status = "00"
           move 1 to user-found
       end-if.
       if user-found = zero
           go to prepare-event-exit
       end-if.

       *> 取得日は入社日、喪失日は退職日の翌日
       if event-type(event-idx) = "A"
           move Fjoin-date(1:8) to event-date
           if event-date is not numeric
               display "userid: " Fuserid " 入社日が未登録のため省略します"
               go to prepare-event-exit
           end-if
       else
           move Fretire-date to retire-date
           if retire-date is not numeric or retire-date = "00000000"
               go to prepare-event-exit
           end-if
           move retire-date to date-num
           compute date-num = function date-of-integer(
               function integer-of-date(date-num) + 1)
           move date-num to event-date
       end-if.
       move event-date to date-num.
       compute date-num = function date-of-integer(
           function integer-of-date(date-num) + due-days).
       move date-num to due-date.

       perform lookup-insurance thru lookup-insurance-exit.
       perform lookup-remuneration thru lookup-remuneration-exit.
       perform lookup-dependents thru lookup-dependents-exit.

       *> 加入区分が未登録なら両方作成して提出前に確認してもらう
       if ins-found = zero or ins-social-flag = "Y"
           if event-type(event-idx) = "A"
               move "HA" to filing-kind
           else
               move "HL" to filing-kind
           end-if
           perform write-filing thru write-filing-exit
       end-if.
       if ins-found = zero or ins-emp-category > zero
           if event-type(event-idx) = "A"
               move "EA" to filing-kind
           else
               move "EL" to filing-kind
           end-if
           perform write-filing thru write-filing-exit
       end-if.

       *> 外国人（特別永住者を除く）の雇入れ・離職はハローワークへの
       *> 外国人雇用状況届出も必要。雇用保険の被保険者は取得届・喪失届に
       *> 在留資格等を記載して届け出るため、期限も雇用保険の届出に合わせる。
       *> 被保険者でない者は翌月末日まで
       perform lookup-residence thru lookup-residence-exit.
       if res-found = 1
           if ins-found = zero or ins-emp-category = zero
               move event-date(1:4) to res-due-yyyy
               move event-date(5:2) to res-due-mm
               add 2 to res-due-mm
               if res-due-mm > 12
                   subtract 12 from res-due-mm
                   add 1 to res-due-yyyy
               end-if
               compute date-num = res-due-yyyy * 10000
                   + res-due-mm * 100 + 1
               compute date-num = function date-of-integer(
                   function integer-of-date(date-num) - 1)
               move date-num to due-date
           end-if
           if event-type(event-idx) = "A"
               move "FA" to filing-kind
           else
               move "FL" to filing-kind
           end-if
           perform write-filing thru write-filing-exit
       end-if.

prepare-event-exit.
       exit.

lookup-residence.
       move zero to res-found.
       open input residence-file.
       if residence-status not = "00"
           go to lookup-residence-exit
       end-if.
       move Fuserid to Frs-userid.
       read residence-file
           invalid key continue
       end-read.
       if residence-status = "00"
           and Frs-status-name(1:12) not = "特別永住"
           move 1 to res-found
       end-if.
       close residence-file.
       if Frs-work-scope = "P"
           move "有" to res-permit-flag
       else
           move "無" to res-permit-flag
       end-if.

lookup-residence-exit.
       exit.

lookup-insurance.
       *> 取得届は入社日時点（なければ最初の登録）、喪失届は退職日時点の加入区分
       move zero to ins-found ins-grade ins-emp-category.
       move "N" to ins-social-flag.
       move spaces to ins-best-from.
       open input insurance-file.
       if insurance-status not = "00"
           go to lookup-insurance-exit
       end-if.
       move Fuserid to Fins-userid.
       move low-values to Fins-effective-from.
       start insurance-file key >= Fins-key
           invalid key move "10" to insurance-status
       end-start.
       perform until insurance-status not = "00"
           read insurance-file next record
               at end move "10" to insurance-status
               not at end
                   if Fins-userid not = Fuserid
                       move "10" to insurance-status
                   else
                       if ins-found = zero
                           or Fins-effective-from <= event-date
                           move 1 to ins-found
                           move Fins-social-flag to ins-social-flag
                           move Fins-emp-category to ins-emp-category
                           move Fins-grade to ins-grade
                           move Fins-effective-from to ins-best-from
                       end-if
                   end-if
           end-read
       end-perform.
       close insurance-file.

lookup-insurance-exit.
       exit.

lookup-remuneration.
       *> 報酬月額は等級号俸の月額、なければ雇用形態の基本給、
       *> それもなければ登録済の標準報酬月額を使う
       move zero to remuneration assign-found.
       move spaces to best-from.
       open input pay-assign-file.
       if pay-assign-status = "00"
           move Fuserid to Fpa-userid
           move low-values to Fpa-effective-from
           start pay-assign-file key >= Fpa-key
               invalid key move "10" to pay-assign-status
           end-start
           perform until pay-assign-status not = "00"
               read pay-assign-file next record
                   at end move "10" to pay-assign-status
                   not at end
                       if Fpa-userid not = Fuserid
                           move "10" to pay-assign-status
                       else
                           if Fpa-effective-from <= event-date
                               move 1 to assign-found
                               move Fpa-grade to assign-grade
                               move Fpa-step to assign-step
                           end-if
                       end-if
               end-read
           end-perform
           close pay-assign-file
       end-if.

       if assign-found = 1
           open input pay-grade-file
           if pay-grade-status = "00"
               perform until pay-grade-status not = "00"
                   read pay-grade-file
                       not at end
                           if Fpg-grade = assign-grade
                               and Fpg-step = assign-step
                               and Fpg-pay-type = "M"
                               and Fpg-effective-from <= event-date
                               and Fpg-effective-from > best-from
                               move Fpg-amount to remuneration
                               move Fpg-effective-from to best-from
                           end-if
               end-perform
               close pay-grade-file
           end-if
       end-if.
       if remuneration > zero
           go to lookup-remuneration-exit
       end-if.

       move spaces to best-from.
       open input salary-file.
       if salary-status = "00"
           perform until salary-status not = "00"
               read salary-file
                   not at end
                       if Fsal-emptype = Femptype
                           and Fsal-effective-from <= event-date
                           and Fsal-effective-from > best-from
                           move Fsal-amount to remuneration
                           move Fsal-effective-from to best-from
                       end-if
           end-perform
           close salary-file
       end-if.
       if remuneration > zero or ins-grade = zero
           go to lookup-remuneration-exit
       end-if.

       open input insurance-grade-file.
       if ins-grade-status = "00"
           perform until ins-grade-status not = "00"
               read insurance-grade-file
                   not at end
                       if Fig-grade = ins-grade
                           move Fig-health-std to remuneration
                       end-if
           end-perform
           close insurance-grade-file
       end-if.

lookup-remuneration-exit.
       exit.

lookup-dependents.
       move zero to dep-count.
       open input dependents-file.
       if dependents-status = "00"
           move Fuserid to Fdep-userid
           read dependents-file
               invalid key continue
           end-read
           if dependents-status = "00"
               move Fdep-count to dep-count
           end-if
           close dependents-file
       end-if.
       if dep-count > zero
           move "有" to dep-flag
       else
           move "無" to dep-flag
       end-if.

lookup-dependents-exit.
       exit.

write-filing.
       *> 作成済（提出状況の台帳にある）届出は作り直さない
       move Fuserid to Fif-userid.
       move filing-kind to Fif-kind.
       move event-date to Fif-event-date.
       read filing-file
           invalid key continue
       end-read.
       if filing-status = "00"
           add 1 to skipped-count
           go to write-filing-exit
       end-if.

       move spaces to csv-name.
       evaluate filing-kind
       when "HA"
           string "./dat/egov-shaho-shutoku-" delimited by size
               today-date delimited by size
               ".csv" delimited by size
               into csv-name
           end-string
       when "HL"
           string "./dat/egov-shaho-soshitsu-" delimited by size
               today-date delimited by size
               ".csv" delimited by size
               into csv-name
           end-string
       when "EA"
           string "./dat/egov-koyo-shutoku-" delimited by size
               today-date delimited by size
               ".csv" delimited by size
               into csv-name
           end-string
       when "FA"
           string "./dat/hw-gaikoku-koyo-" delimited by size
               today-date delimited by size
               ".csv" delimited by size
               into csv-name
           end-string
       when "FL"
           string "./dat/hw-gaikoku-rishoku-" delimited by size
               today-date delimited by size
               ".csv" delimited by size
               into csv-name
           end-string
       when other
           string "./dat/egov-koyo-soshitsu-" delimited by size
               today-date delimited by size
               ".csv" delimited by size
               into csv-name
           end-string
       end-evaluate.

       move zero to csv-new.
       open input csv-file.
       if csv-status = "00"
           close csv-file
           open extend csv-file
       else
           move 1 to csv-new
           open output csv-file
       end-if.
       if csv-new = 1
           perform write-csv-header
       end-if.
       perform write-csv-row.
       close csv-file.

       initialize Fif-rec.
       move Fuserid to Fif-userid.
       move filing-kind to Fif-kind.
       move event-date to Fif-event-date.
       move due-date to Fif-due-date.
       move "P" to Fif-status.
       move csv-name to Fif-csv-file.
       move remuneration to Fif-remuneration.
       move dep-count to Fif-dependents.
       move function current-date to Fif-prepared-at.
       move spaces to Fif-submitted-at Fif-accepted-at Fif-note.
       if ins-found = zero
           move "加入区分が未登録のため作成（要確認）" to Fif-note
       end-if.
       if (filing-kind = "FA" or filing-kind = "FL")
           and ins-found = 1 and ins-emp-category > zero
           move "雇用保険の届出に在留資格等を記載して提出" to Fif-note
       end-if.
       write Fif-rec
           invalid key
               display "userid: " Fuserid " 届出の登録に失敗しました"
       end-write.
       add 1 to prepared-count.
       display "userid: " Fuserid " " filing-kind " " event-date
           " 提出期限 " due-date.

write-filing-exit.
       exit.

write-csv-header.
       evaluate filing-kind
       when "HA"
           move "userid,氏名,生年月日,性別,資格取得年月日,報酬月額（通貨）,報酬月額（現物）,報酬月額（合計）,被扶養者,被扶養者数,郵便番号,住所"
               to csv-line
       when "HL"
           move "userid,氏名,生年月日,退職年月日,資格喪失年月日,喪失原因"
               to csv-line
       when "EA"
           move "userid,氏名,性別,生年月日,資格取得年月日,賃金月額,雇用形態,被保険者区分"
               to csv-line
       when "FA"
           move "userid,氏名,性別,生年月日,国籍・地域,在留資格,在留期間満了日,資格外活動許可,在留カード番号,雇入れ年月日,雇用保険被保険者区分"
               to csv-line
       when "FL"
           move "userid,氏名,性別,生年月日,国籍・地域,在留資格,在留期間満了日,資格外活動許可,在留カード番号,離職年月日,雇用保険被保険者区分"
               to csv-line
       when other
           move "userid,氏名,生年月日,離職年月日,資格喪失年月日,喪失原因"
               to csv-line
       end-evaluate.
       write csv-line.

write-csv-row.
       *> 喪失原因は健保・厚年が 4（退職等）、雇用保険が 2（事業主都合以外の離職）
       move remuneration to amount-edit.
       move spaces to csv-line.
       evaluate filing-kind
       when "HA"
           string Fuserid delimited by size
               "," delimited by size
               function trim(Flastname) delimited by size
               " " delimited by size
               function trim(Ffirstname) delimited by size
               "," delimited by size
               Fbirthdate delimited by size
               "," delimited by size
               Fgender delimited by size
               "," delimited by size
               event-date delimited by size
               "," delimited by size
               amount-edit delimited by size
               ",00000000," delimited by size
               amount-edit delimited by size
               "," delimited by size
               function trim(dep-flag) delimited by size
               "," delimited by size
               dep-count delimited by size
               "," delimited by size
               function trim(Faddress-postal) delimited by size
               "," delimited by size
               function trim(Faddress-prefecture) delimited by size
               function trim(Faddress-city) delimited by size
               function trim(Faddress-street) delimited by size
               into csv-line
           end-string
       when "HL"
           string Fuserid delimited by size
               "," delimited by size
               function trim(Flastname) delimited by size
               " " delimited by size
               function trim(Ffirstname) delimited by size
               "," delimited by size
               Fbirthdate delimited by size
               "," delimited by size
               retire-date delimited by size
               "," delimited by size
               event-date delimited by size
               ",4" delimited by size
               into csv-line
           end-string
       when "EA"
           string Fuserid delimited by size
               "," delimited by size
               function trim(Flastname) delimited by size
               " " delimited by size
               function trim(Ffirstname) delimited by size
               "," delimited by size
               Fgender delimited by size
               "," delimited by size
               Fbirthdate delimited by size
               "," delimited by size
               event-date delimited by size
               "," delimited by size
               amount-edit delimited by size
               "," delimited by size
               Femptype delimited by size
               "," delimited by size
               ins-emp-category delimited by size
               into csv-line
           end-string
       when "FA"
       when "FL"
           *> 雇入れは入社日、離職は退職日（資格喪失日の前日）を記載する
           move 1 to csv-ptr
           string Fuserid delimited by size
               "," delimited by size
               function trim(Flastname) delimited by size
               " " delimited by size
               function trim(Ffirstname) delimited by size
               "," delimited by size
               Fgender delimited by size
               "," delimited by size
               Fbirthdate delimited by size
               "," delimited by size
               function trim(Frs-nationality) delimited by size
               "," delimited by size
               function trim(Frs-status-name) delimited by size
               "," delimited by size
               Frs-expiry-date delimited by size
               "," delimited by size
               function trim(res-permit-flag) delimited by size
               "," delimited by size
               Frs-card-number delimited by size
               "," delimited by size
               into csv-line with pointer csv-ptr
           end-string
           if filing-kind = "FA"
               string event-date delimited by size
                   "," delimited by size
                   ins-emp-category delimited by size
                   into csv-line with pointer csv-ptr
               end-string
           else
               string retire-date delimited by size
                   "," delimited by size
                   ins-emp-category delimited by size
                   into csv-line with pointer csv-ptr
               end-string
           end-if
       when other
           string Fuserid delimited by size
               "," delimited by size
               function trim(Flastname) delimited by size
               " " delimited by size
               function trim(Ffirstname) delimited by size
               "," delimited by size
               Fbirthdate delimited by size
               "," delimited by size
               retire-date delimited by size
               "," delimited by size
               event-date delimited by size
               ",2" delimited by size
               into csv-line
           end-string
       end-evaluate.
       write csv-line.

list-overdue.
       *> 未提出（作成済のまま）の届出と、そのうち提出期限を過ぎたもの
       move spaces to overdue-name.
       string "./dat/insurance-filing-overdue-" delimited by size
           today-date delimited by size
           ".txt" delimited by size
           into overdue-name
       end-string.
       open output overdue-file.
       move spaces to overdue-line.
       string "資格取得届・喪失届 未提出一覧  作成日 " delimited by size
           today-date delimited by size
           into overdue-line
       end-string.
       write overdue-line.
       move "区分 HA=健保厚年取得 HL=健保厚年喪失 EA=雇保取得 EL=雇保喪失 FA=外国人雇入れ FL=外国人離職"
           to overdue-line.
       write overdue-line.

       open input filing-file.
       if filing-status not = "00"
           close overdue-file
           go to list-overdue-exit
       end-if.
       perform until filing-status not = "00"
           read filing-file next record
               not at end
                   if Fif-status = "P"
                       perform write-overdue-line
                   end-if
       end-perform.
       close filing-file.
       close overdue-file.

list-overdue-exit.
       exit.

write-overdue-line.
       add 1 to pending-count.
       move spaces to overdue-line.
       if Fif-due-date < today-date
           add 1 to overdue-count
           string "期限超過 " delimited by size
               Fif-userid delimited by size
               " " delimited by size
               Fif-kind delimited by size
               " 発生日 " delimited by size
               Fif-event-date delimited by size
               " 期限 " delimited by size
               Fif-due-date delimited by size
               " " delimited by size
               function trim(Fif-note) delimited by size
               into overdue-line
           end-string
       else
           string "未提出   " delimited by size
               Fif-userid delimited by size
               " " delimited by size
               Fif-kind delimited by size
               " 発生日 " delimited by size
               Fif-event-date delimited by size
               " 期限 " delimited by size
               Fif-due-date delimited by size
               " " delimited by size
               function trim(Fif-note) delimited by size
               into overdue-line
           end-string
       end-if.
       write overdue-line.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-insurance-notify" to Frp-program.
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
