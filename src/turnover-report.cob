identification division.
program-id. kintai-turnover-report.

environment division.
input-output section.
       file-control.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode sequential
               record key is Fuserid
               status user-status.
           select rehire-link-file assign to "./dat/rehire-link.dat"
               organization indexed
               access mode dynamic
               record key is Frh-new-userid
               status rehire-link-status.
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
           select gender-file assign to "./dat/gender.dat"
               organization relative
               access mode sequential
               relative key gender-key
               status gender-status.
           select run-param-file assign to "./dat/run-param.dat"
               organization indexed
               access mode dynamic
               record key is Frp-key
               status run-param-status.
           select report-file assign using report-name
               organization line sequential
               status report-status.
           select csv-file assign using csv-name
               organization line sequential
               status csv-status.
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
       fd rehire-link-file.
           01 Frh-rec.
               03 Frh-new-userid pic 9(7).
               03 Frh-old-userid pic 9(7).
               03 Frh-linked-at pic X(21).
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
       fd gender-file.
           01 Fgender-rec.
               03 Fgender-id pic 9(2).
               03 Fgender-name pic N(10).
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
       fd report-file.
           01 report-line pic X(200).
       fd csv-file.
           01 csv-line pic X(300).
working-storage section.
       01 dept-key pic 99.
       01 roll-key pic 99.
       01 emptype-key pic 99.
       01 gender-key pic 99.
       01 status-rec.
           03 user-status pic XX.
           03 rehire-link-status pic XX.
           03 assign-history-status pic XX.
           03 role-history-status pic XX.
           03 emptype-hist-status pic XX.
           03 dept-status pic XX.
           03 roll-status pic XX.
           03 emptype-status pic XX.
           03 gender-status pic XX.
           03 run-param-status pic XX.
           03 report-status pic XX.
           03 csv-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 today pic X(8).
       01 from-year pic 9(4).
       01 to-year pic 9(4).
       01 cur-year pic 9(4).
       01 report-name pic X(60).
       01 csv-name pic X(60).
       *> 従業員（退職者を含む）。再雇用で勤続を通算する者は
       *> 勤続起算日を前職の入社日に置き換える
       01 user-table.
           03 ut-entry occurs 2000 times indexed by usr-idx.
               05 ut-userid pic 9(7).
               05 ut-join pic X(8).
               05 ut-end pic X(8).
               05 ut-tenure-from pic X(8).
               05 ut-dept pic 9(2).
               05 ut-roll pic 9(2).
               05 ut-emptype pic 9(2).
               05 ut-gender pic 9(2).
               *> 1 = 30日以内に再雇用された前職（退職に数えない）
               05 ut-continued pic 9.
               *> 1 = 前職から通算する再雇用（入社に数えない）
               05 ut-rehired pic 9.
       01 user-count pic 9(4) value zero.
       01 old-idx pic 9(4).
       01 new-idx pic 9(4).
       01 rehire-gap-days pic s9(5).
       01 end-int pic 9(8).
       01 end-date-num pic 9(8).
       *> 所属・役職・雇用形態の変更履歴（発効日より前は変更前の値）
       01 assign-hist-table.
           03 ah-entry occurs 1000 times indexed by ah-idx.
               05 ah-userid pic 9(7).
               05 ah-old-value pic 9(2).
               05 ah-eff-int pic 9(8).
       01 ah-count pic 9(4) value zero.
       01 role-hist-table.
           03 rl-entry occurs 1000 times indexed by rl-idx.
               05 rl-userid pic 9(7).
               05 rl-old-value pic 9(2).
               05 rl-eff-int pic 9(8).
       01 rl-count pic 9(4) value zero.
       01 emptype-hist-table.
           03 eh-entry occurs 1000 times indexed by eh-idx.
               05 eh-userid pic 9(7).
               05 eh-old-value pic 9(2).
               05 eh-eff-int pic 9(8).
       01 eh-count pic 9(4) value zero.
       01 best-eff-int pic 9(8).
       *> 区分の名称（軸 1=部署 2=役職 3=雇用形態 4=性別 5=勤続年数、添字は値＋1）
       01 name-table.
           03 nm-dim occurs 5 times.
               05 nm-name pic N(20) occurs 100 times.
       01 dim-label-table.
           03 dim-label pic X(12) occurs 5 times.
       01 dim-code-table.
           03 dim-code pic X(8) occurs 5 times.
       *> 期間ごとの集計
       01 period-from pic X(8).
       01 period-to pic X(8).
       01 period-from-int pic 9(8).
       01 period-to-int pic 9(8).
       01 period-label pic X(12).
       01 roll-year pic 9(4).
       01 roll-month pic 99.
       01 period-title pic X(40).
       01 cat-table.
           03 cat-dim occurs 5 times.
               05 cat-stat occurs 100 times.
                   07 cs-start pic 9(5).
                   07 cs-end pic 9(5).
                   07 cs-hires pic 9(5).
                   07 cs-leavers pic 9(5).
                   07 cs-early1 pic 9(5).
                   07 cs-early3 pic 9(5).
                   07 cs-leaver-days pic 9(9).
                   07 cs-stayer-days pic 9(9).
       01 overall-stat.
           03 ov-start pic 9(5).
           03 ov-end pic 9(5).
           03 ov-hires pic 9(5).
           03 ov-leavers pic 9(5).
           03 ov-early1 pic 9(5).
           03 ov-early3 pic 9(5).
           03 ov-leaver-days pic 9(9).
           03 ov-stayer-days pic 9(9).
           *> 当期入社者のその後（入社から1年・3年以内の退職）
           03 ov-cohort-1y pic 9(5).
           03 ov-cohort-3y pic 9(5).
           03 ov-cohort-open pic 9(5).
       01 dim-idx pic 9.
       01 val-idx pic 9(3).
       01 stat-kind pic 9.
       01 attr-table.
           03 attr-value pic 9(2) occurs 5 times.
       01 as-of-date pic X(8).
       01 as-of-int pic 9(8).
       01 tenure-years pic 9(3).
       01 tenure-days pic 9(7).
       01 is-early1 pic 9.
       01 is-early3 pic 9.
       01 date-a pic X(8).
       01 date-b pic X(8).
       *> 年度推移（期間ごとの全体値）
       01 trend-table.
           03 tr-entry occurs 25 times indexed by tr-idx.
               05 tr-label pic X(12).
               05 tr-from pic X(8).
               05 tr-to pic X(8).
               05 tr-start pic 9(5).
               05 tr-end pic 9(5).
               05 tr-leavers pic 9(5).
               05 tr-rate pic 9(3)v9.
       01 trend-count pic 99 value zero.
       *> 率・平均の算出と編集
       01 calc-start pic 9(5).
       01 calc-end pic 9(5).
       01 calc-leavers pic 9(5).
       01 calc-early1 pic 9(5).
       01 calc-early3 pic 9(5).
       01 calc-leaver-days pic 9(9).
       01 calc-stayer-days pic 9(9).
       01 calc-rate pic 9(3)v9.
       01 calc-leaver-years pic 9(3)v9.
       01 calc-stayer-years pic 9(3)v9.
       01 avg-headcount pic 9(5)v9.
       01 disp-rate pic ZZ9.9.
       01 disp-pct1 pic ZZ9.9.
       01 disp-pct3 pic ZZ9.9.
       01 disp-leaver-years pic ZZ9.9.
       01 disp-stayer-years pic ZZ9.9.
       01 disp-code pic 99.
       01 csv-rate pic ZZ9.9.
       01 total-leavers pic 9(7) value zero.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "離職率・定着・勤続年数の分析レポート".

       move function current-date(1:8) to today.

       *> 当年度（4月始まり）
       move function numval(today(1:4)) to cur-year.
       if today(5:2) < "04"
           subtract 1 from cur-year
       end-if.

       move "from-year" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to from-year
       else
           display "開始年度を入力してください (例: 2021、空欄は前年度)"
           move zero to from-year
           accept from-year
       end-if.
       if from-year = zero
           compute from-year = cur-year - 1
       end-if.

       move "to-year" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to to-year
       else
           display "終了年度を入力してください (例: 2025、空欄は開始年度と同じ)"
           move zero to to-year
           accept to-year
       end-if.
       if to-year = zero
           move from-year to to-year
       end-if.
       if to-year < from-year
           display "終了年度が開始年度より前です"
           move zero to job-step-count
           goback
       end-if.
       if to-year - from-year > 23
           compute from-year = to-year - 23
           display "年度範囲は24年度までです（開始年度 " from-year " から集計します）"
       end-if.
       display "対象年度 " from-year " 〜 " to-year.

       perform load-names.
       perform load-users.
       perform load-assign-history thru load-assign-history-exit.
       perform load-role-history thru load-role-history-exit.
       perform load-emptype-history thru load-emptype-history-exit.
       perform apply-rehire-links thru apply-rehire-links-exit.

       move spaces to report-name.
       string "./dat/turnover-report-" delimited by size
           from-year delimited by size
           "-" delimited by size
           to-year delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       move spaces to csv-name.
       string "./dat/turnover-report-" delimited by size
           from-year delimited by size
           "-" delimited by size
           to-year delimited by size
           ".csv" delimited by size
           into csv-name
       end-string.
       open output report-file.
       open output csv-file.

       move spaces to report-line.
       string "離職率・定着分析  対象 " delimited by size
           from-year delimited by size
           "年度〜" delimited by size
           to-year delimited by size
           "年度＋直近12か月  作成日 " delimited by size
           today delimited by size
           into report-line
       end-string.
       write report-line.
       move "（離職率＝期間中の退職者÷((期首在籍＋期末在籍)÷2)。30日以内の再雇用は退職・入社に数えず勤続を通算）"
           to report-line.
       write report-line.
       move "（部署・役職・雇用形態は期首・期末・入社日・退職日時点の履歴による。勤続年数帯は同時点の勤続）"
           to report-line.
       write report-line.

       move "period,period_from,period_to,dimension,code,name,start_headcount,end_headcount,hires,leavers,turnover_rate,early_leavers_1y,early_leavers_3y,avg_tenure_leavers,avg_tenure_stayers"
           to csv-line.
       write csv-line.

       perform varying cur-year from from-year by 1
           until cur-year > to-year
           compute period-from-int = cur-year * 10000 + 0401
           compute period-to-int = (cur-year + 1) * 10000 + 0331
           move period-from-int to period-from
           move period-to-int to period-to
           move spaces to period-label
           string "FY" delimited by size
               cur-year delimited by size
               into period-label
           end-string
           move spaces to period-title
           string cur-year delimited by size
               "年度" delimited by size
               into period-title
           end-string
           perform run-one-period
       end-perform.

       *> 直近12か月（前月末までの12か月）
       move today(1:6) to date-a(1:6).
       move "01" to date-a(7:2).
       compute end-int = function integer-of-date(function numval(date-a)) - 1.
       compute period-to-int = function date-of-integer(end-int).
       move period-to-int to period-to.
       compute roll-year = function numval(period-to(1:4)) - 1.
       compute roll-month = function numval(period-to(5:2)) + 1.
       if roll-month > 12
           move 1 to roll-month
           add 1 to roll-year
       end-if.
       compute period-from-int = roll-year * 10000 + roll-month * 100 + 1.
       move period-from-int to period-from.
       move "R12" to period-label.
       move "直近12か月" to period-title.
       perform run-one-period.

       perform write-trend.

       close csv-file.
       close report-file.

       display " ".
       display function trim(report-name) " に出力しました".
       display function trim(csv-name) " に出力しました".
       move total-leavers to job-step-count.
       goback.

run-one-period.
       perform tally-period.
       perform write-period-text.
       perform write-period-csv.
       if trend-count < 25
           add 1 to trend-count
           move period-label to tr-label(trend-count)
           move period-from to tr-from(trend-count)
           move period-to to tr-to(trend-count)
           move ov-start to tr-start(trend-count)
           move ov-end to tr-end(trend-count)
           move ov-leavers to tr-leavers(trend-count)
           move ov-start to calc-start
           move ov-end to calc-end
           move ov-leavers to calc-leavers
           perform compute-rate
           move calc-rate to tr-rate(trend-count)
       end-if.
       if period-label not = "R12"
           add ov-leavers to total-leavers
       end-if.

load-names.
       initialize name-table.
       move "部署" to dim-label(1).
       move "役職" to dim-label(2).
       move "雇用形態" to dim-label(3).
       move "性別" to dim-label(4).
       move "勤続年数" to dim-label(5).
       move "dept" to dim-code(1).
       move "roll" to dim-code(2).
       move "emptype" to dim-code(3).
       move "gender" to dim-code(4).
       move "tenure" to dim-code(5).

       move "部署未設定" to nm-name(1, 1).
       open input department-file.
       perform until dept-status not = "00"
           read department-file
               not at end
                   if Fdept-id >= 1 and Fdept-id <= 99
                       move Fdept-name to nm-name(1, Fdept-id + 1)
                   end-if
       end-perform.
       close department-file.

       open input roll-file.
       perform until roll-status not = "00"
           read roll-file
               not at end
                   move Froll-name to nm-name(2, Froll-id + 1)
       end-perform.
       close roll-file.

       open input employment-type-file.
       perform until emptype-status not = "00"
           read employment-type-file
               not at end
                   move Femptype-name to nm-name(3, Femptype-id + 1)
       end-perform.
       close employment-type-file.

       move "未回答" to nm-name(4, 1).
       open input gender-file.
       perform until gender-status not = "00"
           read gender-file
               not at end
                   move Fgender-name to nm-name(4, Fgender-id + 1)
       end-perform.
       close gender-file.

       move "1年未満" to nm-name(5, 1).
       move "1年以上3年未満" to nm-name(5, 2).
       move "3年以上5年未満" to nm-name(5, 3).
       move "5年以上10年未満" to nm-name(5, 4).
       move "10年以上" to nm-name(5, 5).

load-users.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fjoin-date(1:8) not = spaces
                       and Fjoin-date(1:8) is numeric
                       and user-count < 2000
                       add 1 to user-count
                       move Fuserid to ut-userid(user-count)
                       move Fjoin-date(1:8) to ut-join(user-count)
                       move Fjoin-date(1:8) to ut-tenure-from(user-count)
                       if Fretire-date = spaces
                           or Fretire-date = "00000000"
                           move spaces to ut-end(user-count)
                       else
                           move Fretire-date to ut-end(user-count)
                       end-if
                       move Fdept to ut-dept(user-count)
                       move Froll to ut-roll(user-count)
                       move Femptype to ut-emptype(user-count)
                       move Fgender to ut-gender(user-count)
                       move zero to ut-continued(user-count)
                       move zero to ut-rehired(user-count)
                   end-if
       end-perform.
       close user-file.

load-assign-history.
       open input assign-history-file.
       if assign-history-status not = "00"
           go to load-assign-history-exit
       end-if.
       perform until assign-history-status not = "00"
           read assign-history-file
               not at end
                   if ah-count < 1000
                       and Fdah-effective-date is numeric
                       add 1 to ah-count
                       move Fdah-userid to ah-userid(ah-count)
                       move Fdah-from-dept to ah-old-value(ah-count)
                       compute ah-eff-int(ah-count) =
                           function integer-of-date(
                               function numval(Fdah-effective-date))
                   end-if
       end-perform.
       close assign-history-file.

load-assign-history-exit.
       exit.

load-role-history.
       open input role-history-file.
       if role-history-status not = "00"
           go to load-role-history-exit
       end-if.
       perform until role-history-status not = "00"
           read role-history-file
               not at end
                   if rl-count < 1000
                       and Frl-effective-date is numeric
                       add 1 to rl-count
                       move Frl-userid to rl-userid(rl-count)
                       move Frl-old-roll to rl-old-value(rl-count)
                       compute rl-eff-int(rl-count) =
                           function integer-of-date(
                               function numval(Frl-effective-date))
                   end-if
       end-perform.
       close role-history-file.

load-role-history-exit.
       exit.

load-emptype-history.
       open input emptype-history-file.
       if emptype-hist-status not = "00"
           go to load-emptype-history-exit
       end-if.
       perform until emptype-hist-status not = "00"
           read emptype-history-file
               not at end
                   if eh-count < 1000
                       and Feh-effective-date is numeric
                       add 1 to eh-count
                       move Feh-userid to eh-userid(eh-count)
                       move Feh-old-emptype to eh-old-value(eh-count)
                       compute eh-eff-int(eh-count) =
                           function integer-of-date(
                               function numval(Feh-effective-date))
                   end-if
       end-perform.
       close emptype-history-file.

load-emptype-history-exit.
       exit.

apply-rehire-links.
       *> 前職の退職から30日以内の再雇用は在籍が続いているものとみなす。
       *> 前職の在籍は再入社日の前日までとし、勤続は前職の入社日から通算する
       open input rehire-link-file.
       if rehire-link-status not = "00"
           go to apply-rehire-links-exit
       end-if.
       perform until rehire-link-status not = "00"
           read rehire-link-file next record
               at end move "10" to rehire-link-status
               not at end
                   perform link-one-rehire thru link-one-rehire-exit
           end-read
       end-perform.
       close rehire-link-file.

apply-rehire-links-exit.
       exit.

link-one-rehire.
       move zero to old-idx new-idx.
       perform varying usr-idx from 1 by 1 until usr-idx > user-count
           if ut-userid(usr-idx) = Frh-old-userid
               set old-idx to usr-idx
           end-if
           if ut-userid(usr-idx) = Frh-new-userid
               set new-idx to usr-idx
           end-if
       end-perform.
       if old-idx = zero or new-idx = zero
           go to link-one-rehire-exit
       end-if.
       if ut-end(old-idx) = spaces
           go to link-one-rehire-exit
       end-if.

       compute rehire-gap-days =
           function integer-of-date(function numval(ut-join(new-idx)))
           - function integer-of-date(function numval(ut-end(old-idx))).
       if rehire-gap-days < 0 or rehire-gap-days > 30
           go to link-one-rehire-exit
       end-if.

       move 1 to ut-continued(old-idx).
       move 1 to ut-rehired(new-idx).
       move ut-tenure-from(old-idx) to ut-tenure-from(new-idx).
       compute end-int =
           function integer-of-date(function numval(ut-join(new-idx))) - 1.
       compute end-date-num = function date-of-integer(end-int).
       if end-date-num < function numval(ut-end(old-idx))
           move end-date-num to ut-end(old-idx)
       end-if.

link-one-rehire-exit.
       exit.

tally-period.
       initialize cat-table.
       initialize overall-stat.
       compute period-from-int =
           function integer-of-date(function numval(period-from)).
       compute period-to-int =
           function integer-of-date(function numval(period-to)).
       perform varying usr-idx from 1 by 1 until usr-idx > user-count
           perform tally-one-user
       end-perform.

tally-one-user.
       *> 期首在籍（期首日に在籍）
       if ut-join(usr-idx) <= period-from
           and (ut-end(usr-idx) = spaces or ut-end(usr-idx) >= period-from)
           move period-from to as-of-date
           perform resolve-attributes
           move 1 to stat-kind
           perform add-to-cats
           add 1 to ov-start
       end-if.

       *> 期末在籍（期末日の翌日も在籍している者。勤続は期末日時点）
       if ut-join(usr-idx) <= period-to
           and (ut-end(usr-idx) = spaces or ut-end(usr-idx) > period-to)
           move period-to to as-of-date
           perform resolve-attributes
           move 2 to stat-kind
           perform add-to-cats
           add 1 to ov-end
           add tenure-days to ov-stayer-days
       end-if.

       *> 入社（通算する再雇用を除く）
       if ut-rehired(usr-idx) = zero
           and ut-join(usr-idx) >= period-from
           and ut-join(usr-idx) <= period-to
           move ut-join(usr-idx) to as-of-date
           perform resolve-attributes
           move 3 to stat-kind
           perform add-to-cats
           add 1 to ov-hires
           perform check-cohort
       end-if.

       *> 退職（再雇用で通算される前職を除く）
       if ut-continued(usr-idx) = zero
           and ut-end(usr-idx) not = spaces
           and ut-end(usr-idx) >= period-from
           and ut-end(usr-idx) <= period-to
           move ut-end(usr-idx) to as-of-date
           perform resolve-attributes
           move 4 to stat-kind
           perform add-to-cats
           add 1 to ov-leavers
           add tenure-days to ov-leaver-days
           if is-early1 = 1
               add 1 to ov-early1
           end-if
           if is-early3 = 1
               add 1 to ov-early3
           end-if
       end-if.

check-cohort.
       *> 当期入社者のうち入社1年・3年以内に退職した者（3年未経過は参考値）
       if ut-continued(usr-idx) = zero and ut-end(usr-idx) not = spaces
           move ut-join(usr-idx) to date-a
           move ut-end(usr-idx) to date-b
           perform compute-full-years
           if tenure-years < 1
               add 1 to ov-cohort-1y
           end-if
           if tenure-years < 3
               add 1 to ov-cohort-3y
           end-if
       end-if.
       move ut-join(usr-idx) to date-a.
       move today to date-b.
       perform compute-full-years.
       if tenure-years < 3
           add 1 to ov-cohort-open
       end-if.

resolve-attributes.
       *> 指定日時点の部署・役職・雇用形態（指定日より後に発効した
       *> 最初の変更の変更前の値。変更がなければ現在の値）
       compute as-of-int =
           function integer-of-date(function numval(as-of-date)).

       move ut-dept(usr-idx) to attr-value(1).
       move 99999999 to best-eff-int.
       perform varying ah-idx from 1 by 1 until ah-idx > ah-count
           if ah-userid(ah-idx) = ut-userid(usr-idx)
               and ah-eff-int(ah-idx) > as-of-int
               and ah-eff-int(ah-idx) < best-eff-int
               move ah-eff-int(ah-idx) to best-eff-int
               move ah-old-value(ah-idx) to attr-value(1)
           end-if
       end-perform.

       move ut-roll(usr-idx) to attr-value(2).
       move 99999999 to best-eff-int.
       perform varying rl-idx from 1 by 1 until rl-idx > rl-count
           if rl-userid(rl-idx) = ut-userid(usr-idx)
               and rl-eff-int(rl-idx) > as-of-int
               and rl-eff-int(rl-idx) < best-eff-int
               move rl-eff-int(rl-idx) to best-eff-int
               move rl-old-value(rl-idx) to attr-value(2)
           end-if
       end-perform.

       move ut-emptype(usr-idx) to attr-value(3).
       move 99999999 to best-eff-int.
       perform varying eh-idx from 1 by 1 until eh-idx > eh-count
           if eh-userid(eh-idx) = ut-userid(usr-idx)
               and eh-eff-int(eh-idx) > as-of-int
               and eh-eff-int(eh-idx) < best-eff-int
               move eh-eff-int(eh-idx) to best-eff-int
               move eh-old-value(eh-idx) to attr-value(3)
           end-if
       end-perform.

       move ut-gender(usr-idx) to attr-value(4).

       *> 勤続（勤続起算日から指定日まで）
       move ut-tenure-from(usr-idx) to date-a.
       move as-of-date to date-b.
       perform compute-full-years.
       compute tenure-days = as-of-int
           - function integer-of-date(function numval(date-a)) + 1.
       evaluate true
       when tenure-years < 1
           move 0 to attr-value(5)
       when tenure-years < 3
           move 1 to attr-value(5)
       when tenure-years < 5
           move 2 to attr-value(5)
       when tenure-years < 10
           move 3 to attr-value(5)
       when other
           move 4 to attr-value(5)
       end-evaluate.
       move zero to is-early1 is-early3.
       if tenure-years < 1
           move 1 to is-early1
       end-if.
       if tenure-years < 3
           move 1 to is-early3
       end-if.

compute-full-years.
       *> date-a から date-b までの満年数（date-b を含む在籍として数える）
       if date-b < date-a
           move zero to tenure-years
       else
           compute tenure-years = function numval(date-b(1:4))
               - function numval(date-a(1:4))
           if date-b(5:4) < date-a(5:4)
               subtract 1 from tenure-years
           end-if
       end-if.

add-to-cats.
       perform varying dim-idx from 1 by 1 until dim-idx > 5
           compute val-idx = attr-value(dim-idx) + 1
           evaluate stat-kind
           when 1
               add 1 to cs-start(dim-idx, val-idx)
           when 2
               add 1 to cs-end(dim-idx, val-idx)
               add tenure-days to cs-stayer-days(dim-idx, val-idx)
           when 3
               add 1 to cs-hires(dim-idx, val-idx)
           when other
               add 1 to cs-leavers(dim-idx, val-idx)
               add tenure-days to cs-leaver-days(dim-idx, val-idx)
               if is-early1 = 1
                   add 1 to cs-early1(dim-idx, val-idx)
               end-if
               if is-early3 = 1
                   add 1 to cs-early3(dim-idx, val-idx)
               end-if
           end-evaluate
       end-perform.

compute-rate.
       *> 離職率＝退職者÷平均在籍（期首と期末の平均）
       compute avg-headcount = (calc-start + calc-end) / 2.
       move zero to calc-rate.
       if avg-headcount > zero
           compute calc-rate rounded = calc-leavers * 100 / avg-headcount
               on size error move 999.9 to calc-rate
           end-compute
       end-if.

compute-averages.
       move zero to calc-leaver-years calc-stayer-years.
       if calc-leavers > zero
           compute calc-leaver-years rounded =
               calc-leaver-days / calc-leavers / 365.25
       end-if.
       if calc-end > zero
           compute calc-stayer-years rounded =
               calc-stayer-days / calc-end / 365.25
       end-if.
       move calc-leaver-years to disp-leaver-years.
       move calc-stayer-years to disp-stayer-years.

write-period-text.
       move ov-start to calc-start.
       move ov-end to calc-end.
       move ov-leavers to calc-leavers.
       move ov-leaver-days to calc-leaver-days.
       move ov-stayer-days to calc-stayer-days.
       perform compute-rate.
       perform compute-averages.
       move calc-rate to disp-rate.

       move spaces to report-line.
       write report-line.
       move spaces to report-line.
       string "■ " delimited by size
           period-title delimited by "  "
           "（" delimited by size
           period-from delimited by size
           "〜" delimited by size
           period-to delimited by size
           "）" delimited by size
           into report-line
       end-string.
       write report-line.

       move spaces to report-line.
       string "  期首在籍 " delimited by size
           ov-start delimited by size
           "  期末在籍 " delimited by size
           ov-end delimited by size
           "  入社 " delimited by size
           ov-hires delimited by size
           "  退職 " delimited by size
           ov-leavers delimited by size
           "  離職率 " delimited by size
           disp-rate delimited by size
           "%" delimited by size
           into report-line
       end-string.
       write report-line.

       move zero to disp-pct1 disp-pct3.
       if ov-leavers > zero
           compute disp-pct1 rounded = ov-early1 * 100 / ov-leavers
           compute disp-pct3 rounded = ov-early3 * 100 / ov-leavers
       end-if.
       move spaces to report-line.
       string "  早期離職（退職者のうち）: 勤続1年未満 " delimited by size
           ov-early1 delimited by size
           "名(" delimited by size
           disp-pct1 delimited by size
           "%)  勤続3年未満 " delimited by size
           ov-early3 delimited by size
           "名(" delimited by size
           disp-pct3 delimited by size
           "%)" delimited by size
           into report-line
       end-string.
       write report-line.

       move spaces to report-line.
       string "  当期入社者の定着: 入社 " delimited by size
           ov-hires delimited by size
           "名のうち 1年以内退職 " delimited by size
           ov-cohort-1y delimited by size
           "名  3年以内退職 " delimited by size
           ov-cohort-3y delimited by size
           "名（入社3年未経過 " delimited by size
           ov-cohort-open delimited by size
           "名を含む）" delimited by size
           into report-line
       end-string.
       write report-line.

       move spaces to report-line.
       string "  平均勤続年数: 退職者 " delimited by size
           disp-leaver-years delimited by size
           "年  在籍者（期末） " delimited by size
           disp-stayer-years delimited by size
           "年" delimited by size
           into report-line
       end-string.
       write report-line.

       perform varying dim-idx from 1 by 1 until dim-idx > 5
           perform write-dim-text
       end-perform.

write-dim-text.
       move spaces to report-line.
       string "  [" delimited by size
           dim-label(dim-idx) delimited by space
           "別]  コード 名称                                     期首  期末  入社  退職 離職率 1年未満 3年未満 平均勤続(退職) 平均勤続(在籍)"
               delimited by size
           into report-line
       end-string.
       write report-line.
       perform varying val-idx from 1 by 1 until val-idx > 100
           if cs-start(dim-idx, val-idx) > zero
               or cs-end(dim-idx, val-idx) > zero
               or cs-hires(dim-idx, val-idx) > zero
               or cs-leavers(dim-idx, val-idx) > zero
               perform write-cat-text
           end-if
       end-perform.

write-cat-text.
       move cs-start(dim-idx, val-idx) to calc-start.
       move cs-end(dim-idx, val-idx) to calc-end.
       move cs-leavers(dim-idx, val-idx) to calc-leavers.
       move cs-leaver-days(dim-idx, val-idx) to calc-leaver-days.
       move cs-stayer-days(dim-idx, val-idx) to calc-stayer-days.
       perform compute-rate.
       perform compute-averages.
       move calc-rate to disp-rate.
       compute disp-code = val-idx - 1.

       move spaces to report-line.
       string "          " delimited by size
           disp-code delimited by size
           "    " delimited by size
           nm-name(dim-idx, val-idx) delimited by size
           " " delimited by size
           cs-start(dim-idx, val-idx) delimited by size
           " " delimited by size
           cs-end(dim-idx, val-idx) delimited by size
           " " delimited by size
           cs-hires(dim-idx, val-idx) delimited by size
           " " delimited by size
           cs-leavers(dim-idx, val-idx) delimited by size
           "  " delimited by size
           disp-rate delimited by size
           "%   " delimited by size
           cs-early1(dim-idx, val-idx) delimited by size
           "   " delimited by size
           cs-early3(dim-idx, val-idx) delimited by size
           "          " delimited by size
           disp-leaver-years delimited by size
           "          " delimited by size
           disp-stayer-years delimited by size
           into report-line
       end-string.
       write report-line.

write-period-csv.
       move ov-start to calc-start.
       move ov-end to calc-end.
       move ov-leavers to calc-leavers.
       move ov-leaver-days to calc-leaver-days.
       move ov-stayer-days to calc-stayer-days.
       perform compute-rate.
       perform compute-averages.
       move calc-rate to csv-rate.

       move spaces to csv-line.
       string function trim(period-label) delimited by size
           "," delimited by size
           period-from delimited by size
           "," delimited by size
           period-to delimited by size
           ",total,,全体," delimited by size
           ov-start delimited by size
           "," delimited by size
           ov-end delimited by size
           "," delimited by size
           ov-hires delimited by size
           "," delimited by size
           ov-leavers delimited by size
           "," delimited by size
           function trim(csv-rate) delimited by size
           "," delimited by size
           ov-early1 delimited by size
           "," delimited by size
           ov-early3 delimited by size
           "," delimited by size
           function trim(disp-leaver-years) delimited by size
           "," delimited by size
           function trim(disp-stayer-years) delimited by size
           into csv-line
       end-string.
       write csv-line.

       perform varying dim-idx from 1 by 1 until dim-idx > 5
           perform varying val-idx from 1 by 1 until val-idx > 100
               if cs-start(dim-idx, val-idx) > zero
                   or cs-end(dim-idx, val-idx) > zero
                   or cs-hires(dim-idx, val-idx) > zero
                   or cs-leavers(dim-idx, val-idx) > zero
                   perform write-cat-csv
               end-if
           end-perform
       end-perform.

write-cat-csv.
       move cs-start(dim-idx, val-idx) to calc-start.
       move cs-end(dim-idx, val-idx) to calc-end.
       move cs-leavers(dim-idx, val-idx) to calc-leavers.
       move cs-leaver-days(dim-idx, val-idx) to calc-leaver-days.
       move cs-stayer-days(dim-idx, val-idx) to calc-stayer-days.
       perform compute-rate.
       perform compute-averages.
       move calc-rate to csv-rate.
       compute disp-code = val-idx - 1.

       move spaces to csv-line.
       string function trim(period-label) delimited by size
           "," delimited by size
           period-from delimited by size
           "," delimited by size
           period-to delimited by size
           "," delimited by size
           function trim(dim-code(dim-idx)) delimited by size
           "," delimited by size
           disp-code delimited by size
           "," delimited by size
           function trim(nm-name(dim-idx, val-idx)) delimited by size
           "," delimited by size
           cs-start(dim-idx, val-idx) delimited by size
           "," delimited by size
           cs-end(dim-idx, val-idx) delimited by size
           "," delimited by size
           cs-hires(dim-idx, val-idx) delimited by size
           "," delimited by size
           cs-leavers(dim-idx, val-idx) delimited by size
           "," delimited by size
           function trim(csv-rate) delimited by size
           "," delimited by size
           cs-early1(dim-idx, val-idx) delimited by size
           "," delimited by size
           cs-early3(dim-idx, val-idx) delimited by size
           "," delimited by size
           function trim(disp-leaver-years) delimited by size
           "," delimited by size
           function trim(disp-stayer-years) delimited by size
           into csv-line
       end-string.
       write csv-line.

write-trend.
       move spaces to report-line.
       write report-line.
       move "■ 推移  期間          開始日   終了日    期首  期末  退職 離職率"
           to report-line.
       write report-line.
       perform varying tr-idx from 1 by 1 until tr-idx > trend-count
           move tr-rate(tr-idx) to disp-rate
           move spaces to report-line
           string "        " delimited by size
               tr-label(tr-idx) delimited by size
               "  " delimited by size
               tr-from(tr-idx) delimited by size
               " " delimited by size
               tr-to(tr-idx) delimited by size
               " " delimited by size
               tr-start(tr-idx) delimited by size
               " " delimited by size
               tr-end(tr-idx) delimited by size
               " " delimited by size
               tr-leavers(tr-idx) delimited by size
               "  " delimited by size
               disp-rate delimited by size
               "%" delimited by size
               into report-line
           end-string
           write report-line
       end-perform.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-turnover-report" to Frp-program.
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
