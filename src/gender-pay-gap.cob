identification division.
program-id. kintai-gender-pay-gap.

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
           select rehire-link-file assign to "./dat/rehire-link.dat"
               organization indexed
               access mode sequential
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
           select gender-file assign to "./dat/gender.dat"
               organization relative
               access mode sequential
               relative key gender-key
               status gender-status.
           select manifest-file assign to "./dat/payroll-manifest.dat"
               organization indexed
               access mode dynamic
               record key is Fman-key
               status manifest-status.
           select kept-file assign using kept-name
               organization line sequential
               status kept-status.
           select report-file assign using report-name
               organization line sequential
               status report-status.
           select dept-report-file assign using dept-report-name
               organization line sequential
               status dept-report-status.
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
       fd gender-file.
           01 Fgender-rec.
               03 Fgender-id pic 9(2).
               03 Fgender-name pic N(10).
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
       fd kept-file.
           01 kept-line pic X(1024).
       fd report-file.
           01 report-line pic X(200).
       fd dept-report-file.
           01 dept-report-line pic X(200).
working-storage section.
       01 dept-key pic 99.
       01 roll-key pic 99.
       01 gender-key pic 99.
       01 status-rec.
           03 run-param-status pic XX.
           03 user-status pic XX.
           03 rehire-link-status pic XX.
           03 assign-history-status pic XX.
           03 role-history-status pic XX.
           03 emptype-hist-status pic XX.
           03 dept-status pic XX.
           03 roll-status pic XX.
           03 gender-status pic XX.
           03 manifest-status pic XX.
           03 kept-status pic XX.
           03 report-status pic XX.
           03 dept-report-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 today pic X(8).
       01 fiscal-year pic 9(4).
       01 next-fiscal-year pic 9(4).
       01 regular-emptype pic 9(2) value 1.
       01 period-from pic X(8).
       01 period-to pic X(8).
       01 period-num pic 9(8).
       01 report-name pic X(60).
       01 dept-report-name pic X(60).
       *> 従業員（退職者を含む）。再雇用は旧useridの人物にまとめて数える
       01 user-table.
           03 ut-entry occurs 2000 times indexed by usr-idx.
               05 ut-userid pic 9(7).
               05 ut-gender pic 9(2).
               05 ut-dept pic 9(2).
               05 ut-roll pic 9(2).
               05 ut-emptype pic 9(2).
               05 ut-join pic X(8).
               05 ut-end pic X(8).
               05 ut-old-id pic 9(7).
               05 ut-root pic 9(4).
               *> その月に在籍月として数えた区分（0=未、1=正規 2=非正規）
               05 ut-month-seen pic 9 occurs 2 times.
               05 ut-year-seen pic 9 occurs 2 times.
       01 user-count pic 9(4) value zero.
       01 u-found pic 9(4).
       01 find-idx pic 9(4).
       01 root-idx pic 9(4).
       01 chase-count pic 9.
       01 line-userid pic 9(7).
       *> 所属・役職・雇用形態の変更履歴（発効日より前は変更前の値）
       01 assign-hist-table.
           03 ah-entry occurs 1000 times indexed by ah-idx.
               05 ah-userid pic 9(7).
               05 ah-old-value pic 9(2).
               05 ah-eff pic X(8).
       01 ah-count pic 9(4) value zero.
       01 role-hist-table.
           03 rl-entry occurs 1000 times indexed by rl-idx.
               05 rl-userid pic 9(7).
               05 rl-old-value pic 9(2).
               05 rl-eff pic X(8).
       01 rl-count pic 9(4) value zero.
       01 emptype-hist-table.
           03 eh-entry occurs 1000 times indexed by eh-idx.
               05 eh-userid pic 9(7).
               05 eh-old-value pic 9(2).
               05 eh-eff pic X(8).
       01 eh-count pic 9(4) value zero.
       01 best-eff pic X(8).
       01 as-of-date pic X(8).
       01 as-of-dept pic 9(2).
       01 as-of-roll pic 9(2).
       01 as-of-emptype pic 9(2).
       *> 名称と管理職区分
       01 dept-name-table.
           03 dept-name pic N(20) occurs 100 times.
       01 gender-name-table.
           03 gender-name pic N(10) occurs 100 times.
       01 roll-manager-table.
           03 roll-manager pic X occurs 100 times.
       *> 賃金の集計（区分 1=正規 2=非正規、性別 1=男性 2=女性）。
       *> 在籍月数は月次給与の支給月を人物単位で数え、賞与は賃金にのみ加える
       01 pay-table.
           03 pay-group occurs 2 times.
               05 pay-sex occurs 2 times.
                   07 pg-pay pic 9(13).
                   07 pg-months pic 9(7).
                   07 pg-persons pic 9(5).
       01 dept-table.
           03 dept-entry occurs 100 times.
               05 dept-sex occurs 2 times.
                   07 dp-pay pic 9(13).
                   07 dp-months pic 9(7).
               05 dept-used pic 9.
       *> 性別が男女以外・未設定で除いた人数（gender コード＋1）
       01 excluded-table.
           03 excluded-persons pic 9(5) occurs 100 times.
       01 excluded-total pic 9(5) value zero.
       01 excluded-pay pic 9(13) value zero.
       01 unknown-lines pic 9(5) value zero.
       01 month-idx pic 99.
       01 month-num pic 9(6).
       01 cur-yyyymm pic X(6).
       01 group-idx pic 9.
       01 sex-idx pic 9.
       01 code-idx pic 9(3).
       *> 管理職（事業年度末日に在籍し、管理職区分の役職にある者）
       01 mgr-men pic 9(5) value zero.
       01 mgr-women pic 9(5) value zero.
       01 mgr-excluded pic 9(5) value zero.
       *> 控えの読み取り
       01 kept-kind pic X(20).
       01 kept-kind-len pic 99.
       01 kept-name pic X(60).
       01 best-version pic 9(3).
       01 header-skipped pic 9.
       01 is-bonus pic 9.
       01 kept-cols.
           03 kept-col pic X(40) occurs 6 times.
       01 line-pay pic 9(10).
       01 missing-months pic 99 value zero.
       *> 平均賃金と差異の算出
       01 calc-pay pic 9(13).
       01 calc-months pic 9(7).
       01 calc-avg pic 9(10).
       01 avg-men pic 9(10).
       01 avg-women pic 9(10).
       01 sum-pay-men pic 9(13).
       01 sum-pay-women pic 9(13).
       01 sum-months-men pic 9(7).
       01 sum-months-women pic 9(7).
       01 gap-ratio pic 9(3)v9.
       01 gap-label pic X(12).
       01 disp-ratio pic ZZ9.9.
       01 disp-avg pic Z(9)9.
       01 disp-count pic ZZZZ9.
       01 disp-fte pic ZZZ9.9.
       01 calc-fte pic 9(4)v9.
       01 mgr-ratio pic 9(3)v9.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "男女間賃金差異・女性管理職比率の開示レポート".
       move zero to job-step-count.

       move function current-date(1:8) to today.

       move "fiscal-year" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to fiscal-year
       else
           display "対象事業年度を入力してください (例: 2024、空欄は前年度)"
           move zero to fiscal-year
           accept fiscal-year
       end-if.
       if fiscal-year = zero
           compute fiscal-year = function numval(today(1:4)) - 1
           if today(5:2) < "04"
               subtract 1 from fiscal-year
           end-if
       end-if.
       compute next-fiscal-year = fiscal-year + 1.
       compute period-num = fiscal-year * 10000 + 0401.
       move period-num to period-from.
       compute period-num = next-fiscal-year * 10000 + 0331.
       move period-num to period-to.

       move "regular-emptype" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to regular-emptype
       end-if.

       display "対象 " period-from " 〜 " period-to.

       perform load-names.
       perform load-users.
       perform resolve-rehire thru resolve-rehire-exit.
       perform load-assign-history thru load-assign-history-exit.
       perform load-role-history thru load-role-history-exit.
       perform load-emptype-history thru load-emptype-history-exit.

       initialize pay-table dept-table excluded-table.
       perform varying month-idx from 1 by 1 until month-idx > 12
           if month-idx <= 9
               compute month-num = fiscal-year * 100 + month-idx + 3
           else
               compute month-num = next-fiscal-year * 100 + month-idx - 9
           end-if
           move month-num to cur-yyyymm
           perform tally-month thru tally-month-exit
       end-perform.

       perform count-managers.

       perform write-report.
       perform write-dept-report.

       display function trim(report-name) " に出力しました".
       display function trim(dept-report-name) " に出力しました（社内用）".
       if missing-months > zero
           display "給与控えのない月が " missing-months " か月あります"
       end-if.
       if unknown-lines > zero
           display "従業員マスタにない userid の行 " unknown-lines
               " 件は集計から除きました"
       end-if.
       compute job-step-count = pg-persons(1, 1) + pg-persons(1, 2)
           + pg-persons(2, 1) + pg-persons(2, 2).
       goback.

load-names.
       initialize dept-name-table gender-name-table roll-manager-table.
       move "部署未設定" to dept-name(1).
       open input department-file.
       perform until dept-status not = "00"
           read department-file
               not at end
                   if Fdept-id >= 1 and Fdept-id <= 99
                       move Fdept-name to dept-name(Fdept-id + 1)
                   end-if
       end-perform.
       close department-file.

       move "未設定" to gender-name(1).
       open input gender-file.
       perform until gender-status not = "00"
           read gender-file
               not at end
                   move Fgender-name to gender-name(Fgender-id + 1)
       end-perform.
       close gender-file.

       open input roll-file.
       perform until roll-status not = "00"
           read roll-file
               not at end
                   move Froll-manager to roll-manager(Froll-id + 1)
       end-perform.
       close roll-file.

load-users.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if user-count < 2000
                       add 1 to user-count
                       move Fuserid to ut-userid(user-count)
                       move Fgender to ut-gender(user-count)
                       move Fdept to ut-dept(user-count)
                       move Froll to ut-roll(user-count)
                       move Femptype to ut-emptype(user-count)
                       move Fjoin-date(1:8) to ut-join(user-count)
                       if Fretire-date = spaces
                           or Fretire-date = "00000000"
                           move spaces to ut-end(user-count)
                       else
                           move Fretire-date to ut-end(user-count)
                       end-if
                       move zero to ut-old-id(user-count)
                       move user-count to ut-root(user-count)
                       move zero to ut-year-seen(user-count, 1)
                           ut-year-seen(user-count, 2)
                   end-if
       end-perform.
       close user-file.

resolve-rehire.
       *> 再雇用者は前職と同じ人物として人数・在籍月を数える
       open input rehire-link-file.
       if rehire-link-status not = "00"
           go to resolve-rehire-exit
       end-if.
       perform until rehire-link-status not = "00"
           read rehire-link-file next record
               not at end
                   move Frh-new-userid to line-userid
                   perform find-user
                   if u-found > zero
                       move Frh-old-userid to ut-old-id(u-found)
                   end-if
       end-perform.
       close rehire-link-file.

       perform varying usr-idx from 1 by 1 until usr-idx > user-count
           set root-idx to usr-idx
           move zero to chase-count
           perform until ut-old-id(root-idx) = zero or chase-count >= 9
               move ut-old-id(root-idx) to line-userid
               perform find-user
               if u-found = zero
                   move 9 to chase-count
               else
                   move u-found to root-idx
                   add 1 to chase-count
               end-if
           end-perform
           move root-idx to ut-root(usr-idx)
       end-perform.

resolve-rehire-exit.
       exit.

find-user.
       move zero to u-found.
       perform varying find-idx from 1 by 1
           until find-idx > user-count or u-found > zero
           if ut-userid(find-idx) = line-userid
               move find-idx to u-found
           end-if
       end-perform.

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
                       move Fdah-effective-date to ah-eff(ah-count)
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
                       move Frl-effective-date to rl-eff(rl-count)
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
                       move Feh-effective-date to eh-eff(eh-count)
                   end-if
       end-perform.
       close emptype-history-file.

load-emptype-history-exit.
       exit.

resolve-attributes.
       *> as-of-date 時点の部署・役職・雇用形態（as-of-date より後に発効した
       *> 最初の変更の変更前の値。変更がなければ現在の値）
       move ut-dept(u-found) to as-of-dept.
       move "99999999" to best-eff.
       perform varying ah-idx from 1 by 1 until ah-idx > ah-count
           if ah-userid(ah-idx) = ut-userid(u-found)
               and ah-eff(ah-idx) > as-of-date
               and ah-eff(ah-idx) < best-eff
               move ah-eff(ah-idx) to best-eff
               move ah-old-value(ah-idx) to as-of-dept
           end-if
       end-perform.

       move ut-roll(u-found) to as-of-roll.
       move "99999999" to best-eff.
       perform varying rl-idx from 1 by 1 until rl-idx > rl-count
           if rl-userid(rl-idx) = ut-userid(u-found)
               and rl-eff(rl-idx) > as-of-date
               and rl-eff(rl-idx) < best-eff
               move rl-eff(rl-idx) to best-eff
               move rl-old-value(rl-idx) to as-of-roll
           end-if
       end-perform.

       move ut-emptype(u-found) to as-of-emptype.
       move "99999999" to best-eff.
       perform varying eh-idx from 1 by 1 until eh-idx > eh-count
           if eh-userid(eh-idx) = ut-userid(u-found)
               and eh-eff(eh-idx) > as-of-date
               and eh-eff(eh-idx) < best-eff
               move eh-eff(eh-idx) to best-eff
               move eh-old-value(eh-idx) to as-of-emptype
           end-if
       end-perform.

tally-month.
       *> 部署・雇用形態は各月末時点で判定する
       move cur-yyyymm to as-of-date(1:6).
       move "31" to as-of-date(7:2).
       perform varying usr-idx from 1 by 1 until usr-idx > user-count
           move zero to ut-month-seen(usr-idx, 1) ut-month-seen(usr-idx, 2)
       end-perform.

       move "./dat/payroll-export" to kept-kind.
       move 20 to kept-kind-len.
       move zero to is-bonus.
       perform load-kept thru load-kept-exit.
       move "./dat/payroll-bonus" to kept-kind.
       move 19 to kept-kind-len.
       move 1 to is-bonus.
       perform load-kept thru load-kept-exit.

tally-month-exit.
       exit.

load-kept.
       *> その月の最新版の控え（会社別に出力した月も最新版は全社合算）
       move zero to best-version.
       move spaces to kept-name.
       open input manifest-file.
       if manifest-status not = "00"
           go to load-kept-exit
       end-if.
       perform until manifest-status not = "00"
           read manifest-file next record
               not at end
                   if Fman-yyyymm = cur-yyyymm
                       and Fman-version > best-version
                       and Fman-filename(1:kept-kind-len)
                           = kept-kind(1:kept-kind-len)
                       move Fman-version to best-version
                       move Fman-filename to kept-name
                   end-if
       end-perform.
       close manifest-file.
       if best-version = zero
           if is-bonus = zero
               add 1 to missing-months
               display cur-yyyymm " の給与控えがありません"
           end-if
           go to load-kept-exit
       end-if.

       move zero to header-skipped.
       open input kept-file.
       if kept-status not = "00"
           display "警告: 控えファイルが開けません: " function trim(kept-name)
           go to load-kept-exit
       end-if.
       perform until kept-status not = "00"
           read kept-file
               not at end
                   if header-skipped = zero
                       move 1 to header-skipped
                   else
                       perform add-kept-line thru add-kept-line-exit
                   end-if
       end-perform.
       close kept-file.

load-kept-exit.
       exit.

add-kept-line.
       *> 賃金は総支給額（6列目）。通勤手当など実費弁償の手当は含めない
       move spaces to kept-cols.
       unstring kept-line delimited by ","
           into kept-col(1) kept-col(2) kept-col(3) kept-col(4)
               kept-col(5) kept-col(6)
       end-unstring.
       if kept-col(1) = spaces
           go to add-kept-line-exit
       end-if.
       compute line-userid = function numval(kept-col(1)).
       compute line-pay = function numval(kept-col(6)).
       perform find-user.
       if u-found = zero
           add 1 to unknown-lines
           go to add-kept-line-exit
       end-if.
       move ut-root(u-found) to root-idx.

       *> 男女以外・未回答は差異の計算から除き、人数だけ数える
       if ut-gender(u-found) not = 1 and ut-gender(u-found) not = 2
           add line-pay to excluded-pay
           if ut-year-seen(root-idx, 1) = zero
               move 1 to ut-year-seen(root-idx, 1)
               move 1 to ut-year-seen(root-idx, 2)
               add 1 to excluded-persons(ut-gender(u-found) + 1)
               add 1 to excluded-total
           end-if
           go to add-kept-line-exit
       end-if.
       move ut-gender(u-found) to sex-idx.

       perform resolve-attributes.
       if as-of-emptype = regular-emptype
           move 1 to group-idx
       else
           move 2 to group-idx
       end-if.

       add line-pay to pg-pay(group-idx, sex-idx).
       add line-pay to dp-pay(as-of-dept + 1, sex-idx).
       move 1 to dept-used(as-of-dept + 1).
       if is-bonus = 1
           go to add-kept-line-exit
       end-if.
       if ut-month-seen(root-idx, group-idx) = zero
           move 1 to ut-month-seen(root-idx, group-idx)
           add 1 to pg-months(group-idx, sex-idx)
           add 1 to dp-months(as-of-dept + 1, sex-idx)
       end-if.
       if ut-year-seen(root-idx, group-idx) = zero
           move 1 to ut-year-seen(root-idx, group-idx)
           add 1 to pg-persons(group-idx, sex-idx)
       end-if.

add-kept-line-exit.
       exit.

count-managers.
       *> 事業年度末日に在籍する者のうち、同日時点の役職が管理職区分の者
       move period-to to as-of-date.
       perform varying usr-idx from 1 by 1 until usr-idx > user-count
           if ut-join(usr-idx) <= period-to
               and (ut-end(usr-idx) = spaces or ut-end(usr-idx) >= period-to)
               set u-found to usr-idx
               perform resolve-attributes
               if roll-manager(as-of-roll + 1) = "Y"
                   evaluate ut-gender(usr-idx)
                   when 1
                       add 1 to mgr-men
                   when 2
                       add 1 to mgr-women
                   when other
                       add 1 to mgr-excluded
                   end-evaluate
               end-if
           end-if
       end-perform.

compute-average.
       *> 1人当たり年間賃金＝賃金総額÷（在籍月数÷12）。中途入退社は月数で按分
       if calc-months = zero
           move zero to calc-avg
       else
           compute calc-avg = calc-pay * 12 / calc-months
       end-if.

compute-gap.
       *> 女性の平均÷男性の平均（%、小数第2位を四捨五入）
       move spaces to gap-label.
       if avg-men = zero or avg-women = zero
           move zero to gap-ratio
           move "       -" to gap-label
       else
           compute gap-ratio rounded = avg-women * 100 / avg-men
           move gap-ratio to disp-ratio
           string disp-ratio delimited by size
               " %" delimited by size
               into gap-label
           end-string
       end-if.

write-report.
       move spaces to report-name.
       string "./dat/gender-pay-gap-" delimited by size
           fiscal-year delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.

       move spaces to report-line.
       string "男女の賃金の差異・女性管理職比率  事業年度 " delimited by size
           period-from delimited by size
           "〜" delimited by size
           period-to delimited by size
           "  作成日 " delimited by size
           today delimited by size
           into report-line
       end-string.
       write report-line.
       move " " to report-line.
       write report-line.
       move "■ 男女の賃金の差異（男性の賃金に対する女性の賃金の割合）"
           to report-line.
       write report-line.
       move "区分                      差異        男性平均    女性平均  男性(人/人年)  女性(人/人年)"
           to report-line.
       write report-line.

       move zero to sum-pay-men sum-pay-women sum-months-men sum-months-women.
       perform varying group-idx from 1 by 1 until group-idx > 2
           add pg-pay(group-idx, 1) to sum-pay-men
           add pg-pay(group-idx, 2) to sum-pay-women
           add pg-months(group-idx, 1) to sum-months-men
           add pg-months(group-idx, 2) to sum-months-women
       end-perform.
       move sum-pay-men to calc-pay.
       move sum-months-men to calc-months.
       perform compute-average.
       move calc-avg to avg-men.
       move sum-pay-women to calc-pay.
       move sum-months-women to calc-months.
       perform compute-average.
       move calc-avg to avg-women.
       move "全労働者" to report-line.
       move zero to group-idx.
       perform write-gap-row.

       perform varying group-idx from 1 by 1 until group-idx > 2
           move pg-pay(group-idx, 1) to calc-pay
           move pg-months(group-idx, 1) to calc-months
           perform compute-average
           move calc-avg to avg-men
           move pg-pay(group-idx, 2) to calc-pay
           move pg-months(group-idx, 2) to calc-months
           perform compute-average
           move calc-avg to avg-women
           if group-idx = 1
               move "うち正規雇用労働者" to report-line
           else
               move "うちパート・有期労働者" to report-line
           end-if
           perform write-gap-row
       end-perform.

       move " " to report-line.
       write report-line.
       move "（賃金は賞与を含む総支給額。通勤手当は除く。1人当たり賃金は在籍月数で按分した人年で除す）"
           to report-line.
       write report-line.
       move spaces to report-line.
       string "（正規は雇用形態 " delimited by size
           regular-emptype delimited by size
           "、それ以外を非正規とし、各月末時点の雇用形態で区分）"
               delimited by size
           into report-line
       end-string.
       write report-line.

       move spaces to report-line.
       move excluded-total to disp-count.
       string "（性別が男女以外または回答しない・未設定の " delimited by size
           disp-count delimited by size
           " 名は差異の計算から除外）" delimited by size
           into report-line
       end-string.
       write report-line.
       perform varying code-idx from 1 by 1 until code-idx > 100
           if excluded-persons(code-idx) > zero
               move spaces to report-line
               move excluded-persons(code-idx) to disp-count
               string "    " delimited by size
                   gender-name(code-idx) delimited by size
                   "  " delimited by size
                   disp-count delimited by size
                   " 名" delimited by size
                   into report-line
               end-string
               write report-line
           end-if
       end-perform.

       move " " to report-line.
       write report-line.
       move "■ 管理職に占める女性労働者の割合（事業年度末日時点）" to report-line.
       write report-line.
       if mgr-men + mgr-women = zero
           move zero to mgr-ratio
       else
           compute mgr-ratio rounded =
               mgr-women * 100 / (mgr-men + mgr-women)
       end-if.
       move mgr-ratio to disp-ratio.
       move spaces to report-line.
       string "女性管理職比率  " delimited by size
           disp-ratio delimited by size
           " %" delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       move mgr-men to disp-count.
       string "  管理職 男性 " delimited by size
           disp-count delimited by size
           " 名" delimited by size
           into report-line
       end-string.
       move mgr-women to disp-count.
       string function trim(report-line trailing) delimited by size
           " / 女性 " delimited by size
           disp-count delimited by size
           " 名" delimited by size
           into report-line
       end-string.
       write report-line.
       if mgr-excluded > zero
           move spaces to report-line
           move mgr-excluded to disp-count
           string "  （性別が男女以外・未回答の管理職 " delimited by size
               disp-count delimited by size
               " 名は分母から除外）" delimited by size
               into report-line
           end-string
           write report-line
       end-if.
       move "（管理職は役職マスタの管理職区分が Y の役職。kintai-roll-manager で設定）"
           to report-line.
       write report-line.
       close report-file.

write-gap-row.
       *> report-line の先頭に区分名を置いて呼ぶ。group-idx が0なら全労働者
       perform compute-gap.
       move gap-label to report-line(27:12).
       move avg-men to disp-avg.
       move disp-avg to report-line(39:10).
       move avg-women to disp-avg.
       move disp-avg to report-line(51:10).
       if group-idx = zero
           compute calc-months = pg-persons(1, 1) + pg-persons(2, 1)
           move calc-months to disp-count
           move disp-count to report-line(63:5)
           compute calc-fte = sum-months-men / 12
           move calc-fte to disp-fte
           move disp-fte to report-line(69:6)
           compute calc-months = pg-persons(1, 2) + pg-persons(2, 2)
           move calc-months to disp-count
           move disp-count to report-line(78:5)
           compute calc-fte = sum-months-women / 12
           move calc-fte to disp-fte
           move disp-fte to report-line(84:6)
       else
           move pg-persons(group-idx, 1) to disp-count
           move disp-count to report-line(63:5)
           compute calc-fte = pg-months(group-idx, 1) / 12
           move calc-fte to disp-fte
           move disp-fte to report-line(69:6)
           move pg-persons(group-idx, 2) to disp-count
           move disp-count to report-line(78:5)
           compute calc-fte = pg-months(group-idx, 2) / 12
           move calc-fte to disp-fte
           move disp-fte to report-line(84:6)
       end-if.
       write report-line.

write-dept-report.
       move spaces to dept-report-name.
       string "./dat/gender-pay-gap-dept-" delimited by size
           fiscal-year delimited by size
           ".txt" delimited by size
           into dept-report-name
       end-string.
       open output dept-report-file.
       move spaces to dept-report-line.
       string "【社内用】部署別 男女の賃金の差異  事業年度 " delimited by size
           period-from delimited by size
           "〜" delimited by size
           period-to delimited by size
           into dept-report-line
       end-string.
       write dept-report-line.
       move "（各月末時点の所属で集計。人年は在籍月数÷12。公表対象外）"
           to dept-report-line.
       write dept-report-line.
       move " " to dept-report-line.
       write dept-report-line.
       move "部署                                      差異        男性平均    女性平均  男性人年  女性人年"
           to dept-report-line.
       write dept-report-line.
       perform varying code-idx from 1 by 1 until code-idx > 100
           if dept-used(code-idx) = 1
               move dp-pay(code-idx, 1) to calc-pay
               move dp-months(code-idx, 1) to calc-months
               perform compute-average
               move calc-avg to avg-men
               move dp-pay(code-idx, 2) to calc-pay
               move dp-months(code-idx, 2) to calc-months
               perform compute-average
               move calc-avg to avg-women
               perform compute-gap
               move spaces to dept-report-line
               string dept-name(code-idx) delimited by size
                   into dept-report-line
               end-string
               move gap-label to dept-report-line(43:12)
               move avg-men to disp-avg
               move disp-avg to dept-report-line(55:10)
               move avg-women to disp-avg
               move disp-avg to dept-report-line(67:10)
               compute calc-fte = dp-months(code-idx, 1) / 12
               move calc-fte to disp-fte
               move disp-fte to dept-report-line(79:6)
               compute calc-fte = dp-months(code-idx, 2) / 12
               move calc-fte to disp-fte
               move disp-fte to dept-report-line(89:6)
               write dept-report-line
           end-if
       end-perform.
       close dept-report-file.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-gender-pay-gap" to Frp-program.
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
