identification division.
program-id. kintai-labor-alloc-entry.

environment division.
input-output section.
       file-control.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode sequential
               record key is Fuserid
               status user-status.
           select pswd-meta-file assign to "./dat/pswd-meta.dat"
               organization indexed
               access mode dynamic
               record key is Fpm-userid
               status pswd-meta-status.
           select stamp-file assign to "./dat/stamp.dat"
               organization indexed
               access mode dynamic
               record key is Fstamp-id
               alternate record key is Fstamp-user-key
                   with duplicates
               status stamp-status.
           select round-policy-file assign to "./dat/round-policy.dat"
               organization relative
               access mode sequential
               relative key round-key
               status round-status.
           select offsite-file assign to "./dat/offsite.dat"
               organization indexed
               access mode dynamic
               record key is Foff-id
               status offsite-status.
           select project-file assign to "./dat/project.dat"
               organization indexed
               access mode dynamic
               record key is Fprj-code
               status project-status.
           select labor-alloc-file assign to "./dat/labor-alloc.dat"
               organization indexed
               access mode dynamic
               record key is Fla-key
               status labor-alloc-status.
           select log-file assign to "./dat/log.dat"
               organization line sequential.
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
       fd pswd-meta-file.
           01 Fpm-rec.
               03 Fpm-userid pic 9(7).
               03 Fpm-changed-date pic X(8).
               03 Fpm-temp-flag pic X.
       fd stamp-file.
           01 Fstamp-rec.
               03 Fstamp-id pic 9(12).
               03 Fstamp-user-key.
                   05 Fstamp-userid pic 9(7).
                   05 Fstamp-datetime pic X(21).
               03 Fstamp-statusid pic 9.
               03 Fstamp-approver pic 9(7).
               03 Fstamp-cancelled pic X.
               03 Fstamp-cancel-approver pic 9(7).
       fd round-policy-file.
           01 Fround-rec.
               03 Fround-emptype pic 9(2).
               03 Fround-unit pic 9(2).
               03 Fround-in-dir pic 9.
               03 Fround-out-dir pic 9.
       fd offsite-file.
           01 Foff-rec.
               03 Foff-id pic 9(7).
               03 Foff-userid pic 9(7).
               03 Foff-from pic X(8).
               03 Foff-to pic X(8).
               03 Foff-type pic 9.
               03 Foff-deemed-minutes pic 9(4).
               03 Foff-reason pic X(64).
               03 Foff-status pic 9.
               03 Foff-approver pic 9(7).
               03 Foff-requested-at pic X(21).
       fd project-file.
           01 Fprj-rec.
               03 Fprj-code pic X(10).
               03 Fprj-name pic N(20).
               03 Fprj-client pic N(20).
               03 Fprj-cost-dept pic 9(2).
               03 Fprj-open-date pic X(8).
               03 Fprj-close-date pic X(8).
               03 Fprj-registered-by pic 9(7).
               03 Fprj-registered-at pic X(21).
       fd labor-alloc-file.
           01 Fla-rec.
               03 Fla-key.
                   05 Fla-userid pic 9(7).
                   05 Fla-date pic X(8).
                   05 Fla-project pic X(10).
               03 Fla-minutes pic 9(4).
               03 Fla-entered-at pic X(21).
       fd log-file.
           01 log-rec.
               03 log-timestamp pic X(21).
               03 log-comments pic X(128).
working-storage section.
       *> パスワード有効期限ゲート用
       01 pswd-meta-status pic XX.
       01 pswd-age-days pic s9(5).
       01 status-rec.
           03 user-status pic XX.
           03 stamp-status pic XX.
           03 project-status pic XX.
           03 labor-alloc-status pic XX.
       01 auth-rec.
           03 auth-username pic X(64).
           03 auth-password pic X(20).
           03 miss-count pic 9 value 0.
       01 auth-password-hash pic X(20).
       01 req-userid pic 9(7).
       *> 工数の配賦入力
       01 target-yyyymm pic X(6).
       01 alloc-date pic X(8).
       01 alloc-day pic 99.
       01 alloc-worked pic 9(4).
       01 alloc-total pic 9(5).
       01 alloc-diff pic 9(5).
       01 alloc-project pic X(10).
       01 alloc-minutes pic 9(4).
       01 worked-hh pic 99.
       01 worked-mm pic 99.
       *> 日ごとの実働分数（kintai-timecard-report と同じ規則で算出）
       01 round-key pic 99.
       01 round-status pic XX.
       01 offsite-status pic XX.
       01 tally-userid pic 9(7).
       01 tally-emptype pic 9(2).
       01 day-table.
           03 day-entry occurs 31 times indexed by day-idx.
               05 day-in-time pic 9(4).
               05 day-out-time pic 9(4).
               05 day-break-start pic 9(4).
               05 day-break-minutes pic 9(4).
               05 day-offsite-minutes pic 9(4).
               05 day-worked pic 9(4).
       01 month-last-day pic 99.
       01 month-year pic 9(4).
       01 ofs-day-num pic 99.
       01 ofs-date pic X(8).
       *> 丸めポリシー（未登録の雇用形態は丸めなし）
       01 round-unit pic 9(2) value 1.
       01 round-in-dir pic 9 value 2.
       01 round-out-dir pic 9 value 2.
       01 round-dir pic 9.
       01 round-min pic 9(5).
       01 work-day pic 99.
       01 work-hhmm pic 9(4).
       01 open-in-day pic 99 value zero.
       01 encoded-out pic 9(4).
       01 in-minutes pic 9(5).
       01 out-minutes pic 9(5).
       01 break-delta pic s9(5).
       01 worked-minutes pic s9(5).
       01 scan-done pic 9.

procedure division.
       display "勤怠管理システム".
       display "工数入力（本人用・日ごとにプロジェクト別の作業時間を配賦）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       close user-file
                       go to authenticate-password
                   end-if
       end-perform.
       close user-file.

       display "ユーザが見つかりません".
       display "もう一度入力してください".
       go to authenticate-username.

authenticate-password.
       display "パスワードを入力してください".
       accept auth-password.

       call "SHA1" using
           by reference auth-password
           by value function length(function trim(auth-password))
           by reference auth-password-hash
           on exception
               display "SHA1ライブラリとのリンクに失敗しました"
               move auth-password to auth-password-hash
       end-call.

       if miss-count >= 3 then
           display "ユーザ認証に3回失敗しました"
           display "プログラムを強制終了します"
           go to authenticate-logging
       end-if.

       if auth-password-hash = Fpswd then
           perform check-pswd-expiry-gate
               thru check-pswd-expiry-gate-exit
           move Fuserid to req-userid
           move Femptype to tally-emptype
           go to request-procedure
       end-if.

       display "パスワードの認証に失敗しました".
       display "もう一度入力してください".
       add 1 to miss-count.

       go to authenticate-password.

check-pswd-expiry-gate.
       *> 期限切れ・仮パスワードのままの利用は拒否する。
       *> （変更は kintai-menu から。管理台帳が無い旧ユーザは対象外）
       move Fuserid to Fpm-userid.
       open input pswd-meta-file.
       read pswd-meta-file
           invalid key continue
       end-read.
       close pswd-meta-file.

       if pswd-meta-status not = "00"
           go to check-pswd-expiry-gate-exit
       end-if.

       if Fpm-temp-flag = "Y"
           display "仮パスワードのままです"
           display "kintai-menu でパスワードを変更してから利用してください"
           goback
       end-if.

       compute pswd-age-days =
           function integer-of-date(
               function numval(function current-date(1:8)))
           - function integer-of-date(
               function numval(Fpm-changed-date)).
       if pswd-age-days > 90
           display "パスワードの有効期限が切れています"
           display "kintai-menu でパスワードを変更してから利用してください"
           goback
       end-if.

check-pswd-expiry-gate-exit.
       exit.

authenticate-logging.
       move function current-date to log-timestamp.
       string
           "[ERRO] " delimited by size
           function trim(auth-username) delimited by size
           " failed authentication 3 times."
           into log-comments
       end-string.

       open extend log-file.
       write log-rec.
       close log-file.

       stop run.

request-procedure.
       display "配賦する日付を入力してください (例: 20261014、空欄は当日)".
       move spaces to alloc-date.
       accept alloc-date.
       if alloc-date = spaces
           move function current-date(1:8) to alloc-date
       end-if.
       if function length(function trim(alloc-date)) not = 8
           or alloc-date is not numeric
           display "書式に沿って入力してください"
           go to request-procedure
       end-if.

       move alloc-date(1:6) to target-yyyymm.
       move req-userid to tally-userid.
       perform tally-month-worked.
       move function numval(alloc-date(7:2)) to alloc-day.
       if alloc-day < 1 or alloc-day > month-last-day
           display "日付が正しくありません"
           go to request-procedure
       end-if.
       move day-worked(alloc-day) to alloc-worked.

show-allocations.
       compute worked-hh = alloc-worked / 60.
       compute worked-mm = function mod(alloc-worked, 60).
       display " ".
       display alloc-date " の実働 " worked-hh "時間" worked-mm "分（"
           alloc-worked " 分）".

       move zero to alloc-total.
       open input labor-alloc-file.
       if labor-alloc-status = "00"
           move req-userid to Fla-userid
           move alloc-date to Fla-date
           move low-values to Fla-project
           start labor-alloc-file key >= Fla-key
               invalid key move "10" to labor-alloc-status
           end-start
           perform until labor-alloc-status not = "00"
               read labor-alloc-file next record
                   at end move "10" to labor-alloc-status
                   not at end
                       if Fla-userid not = req-userid
                           or Fla-date not = alloc-date
                           move "10" to labor-alloc-status
                       else
                           add Fla-minutes to alloc-total
                           display "  " Fla-project "  " Fla-minutes " 分"
                       end-if
               end-read
           end-perform
           close labor-alloc-file
       end-if.

       if alloc-total > alloc-worked
           compute alloc-diff = alloc-total - alloc-worked
           display "配賦済み " alloc-total " 分（実働を " alloc-diff
               " 分超過）"
       else
           compute alloc-diff = alloc-worked - alloc-total
           display "配賦済み " alloc-total " 分  未配賦 " alloc-diff " 分"
       end-if.

accept-allocation.
       display "プロジェクトコードを入力してください（終了は空欄）".
       move spaces to alloc-project.
       accept alloc-project.
       if alloc-project = spaces
           go to finish-entry
       end-if.

       move alloc-project to Fprj-code.
       open input project-file.
       read project-file
           invalid key continue
       end-read.
       close project-file.
       if project-status not = "00"
           display "プロジェクトが見つかりません"
           go to accept-allocation
       end-if.
       if Fprj-open-date > alloc-date
           or (Fprj-close-date not = spaces
               and Fprj-close-date < alloc-date)
           display "プロジェクトの期間外です（" Fprj-open-date "〜"
               Fprj-close-date "）"
           go to accept-allocation
       end-if.
       display "  " function trim(Fprj-name) "（"
           function trim(Fprj-client) "）".

       display "作業時間を分で入力してください（取り消しは 0）".
       accept alloc-minutes.

       move req-userid to Fla-userid.
       move alloc-date to Fla-date.
       move alloc-project to Fla-project.
       move alloc-minutes to Fla-minutes.
       move function current-date to Fla-entered-at.

       open i-o labor-alloc-file.
       if labor-alloc-status not = "00"
           open output labor-alloc-file
           close labor-alloc-file
           open i-o labor-alloc-file
       end-if.
       if alloc-minutes = zero
           delete labor-alloc-file record
               invalid key
                   display "取り消す配賦がありません"
           end-delete
       else
           write Fla-rec
               invalid key
                   rewrite Fla-rec
                       invalid key
                           display "配賦の登録に失敗しました"
                   end-rewrite
           end-write
       end-if.
       close labor-alloc-file.

       go to show-allocations.

finish-entry.
       if alloc-total not = alloc-worked
           display "実働と配賦の合計が一致していません"
           display "（このままでは上長の工数例外リストに載ります）"
       end-if.
       stop run.

tally-month-worked.
       *> tally-userid / tally-emptype の対象月の実働分数を日別に求める
       perform compute-month-length.
       perform varying day-idx from 1 by 1 until day-idx > 31
           initialize day-entry(day-idx)
       end-perform.
       move zero to open-in-day.
       perform lookup-round-policy.
       perform mark-offsite-days.

       *> 副キー（userid＋打刻日時）で対象ユーザの対象月だけを範囲読みする
       move zero to scan-done.
       open input stamp-file.
       move tally-userid to Fstamp-userid.
       move spaces to Fstamp-datetime.
       move target-yyyymm to Fstamp-datetime(1:6).
       start stamp-file key >= Fstamp-user-key
           invalid key move 1 to scan-done
       end-start.
       perform until scan-done = 1 or stamp-status not = "00"
           read stamp-file next record
               at end move 1 to scan-done
               not at end
                   if Fstamp-userid not = tally-userid
                       or Fstamp-datetime(1:6) not = target-yyyymm
                       move 1 to scan-done
                   else
                       if Fstamp-cancelled not = "Y"
                           perform accumulate-stamp
                       end-if
                   end-if
       end-perform.
       close stamp-file.

       *> 出退勤の揃った日は実働、打刻のない承認済み社外勤務日はみなし時間
       perform varying day-idx from 1 by 1 until day-idx > 31
           if day-in-time(day-idx) not = zero
               and day-out-time(day-idx) not = zero
               compute in-minutes =
                   function integer(day-in-time(day-idx) / 100) * 60
                   + function mod(day-in-time(day-idx), 100)
               compute out-minutes =
                   function integer(day-out-time(day-idx) / 100) * 60
                   + function mod(day-out-time(day-idx), 100)
               compute worked-minutes =
                   out-minutes - in-minutes - day-break-minutes(day-idx)
               if worked-minutes > 0
                   move worked-minutes to day-worked(day-idx)
               end-if
           else
               if day-in-time(day-idx) = zero
                   and day-out-time(day-idx) = zero
                   move day-offsite-minutes(day-idx) to day-worked(day-idx)
               end-if
           end-if
       end-perform.

compute-month-length.
       evaluate target-yyyymm(5:2)
       when "04"
       when "06"
       when "09"
       when "11"
           move 30 to month-last-day
       when "02"
           move function numval(target-yyyymm(1:4)) to month-year
           if function mod(month-year, 400) = 0
               move 29 to month-last-day
           else
               if function mod(month-year, 100) = 0
                   move 28 to month-last-day
               else
                   if function mod(month-year, 4) = 0
                       move 29 to month-last-day
                   else
                       move 28 to month-last-day
                   end-if
               end-if
           end-if
       when other
           move 31 to month-last-day
       end-evaluate.

lookup-round-policy.
       move 1 to round-unit.
       move 2 to round-in-dir.
       move 2 to round-out-dir.
       open input round-policy-file.
       perform until round-status not = "00"
           read round-policy-file
               not at end
                   if Fround-emptype = tally-emptype
                       move Fround-unit to round-unit
                       move Fround-in-dir to round-in-dir
                       move Fround-out-dir to round-out-dir
                   end-if
       end-perform.
       close round-policy-file.

round-punch-time.
       compute round-min =
           function integer(work-hhmm / 100) * 60
           + function mod(work-hhmm, 100).
       if round-dir = 1
           compute round-min =
               function integer((round-min + round-unit - 1)
                   / round-unit) * round-unit
       else
           compute round-min =
               function integer(round-min / round-unit) * round-unit
       end-if.
       compute work-hhmm =
           function integer(round-min / 60) * 100
           + function mod(round-min, 60).

mark-offsite-days.
       open input offsite-file.
       if offsite-status = "00"
           perform until offsite-status not = "00"
               read offsite-file next record
                   not at end
                       if Foff-userid = tally-userid
                           and Foff-status = 1
                           perform mark-offsite-range
                       end-if
           end-perform
           close offsite-file
       end-if.

mark-offsite-range.
       perform varying ofs-day-num from 1 by 1
           until ofs-day-num > month-last-day
           move target-yyyymm to ofs-date(1:6)
           move ofs-day-num to ofs-date(7:2)
           if ofs-date >= Foff-from
               and ofs-date <= Foff-to
               move Foff-deemed-minutes
                   to day-offsite-minutes(ofs-day-num)
           end-if
       end-perform.

accumulate-stamp.
       move function numval(Fstamp-datetime(7:2)) to work-day.
       move function numval(Fstamp-datetime(9:4)) to work-hhmm.

       *> 集計時のみ丸めを適用する（stamp.datの生打刻は監査用に変更しない）
       if round-unit > 1
           evaluate Fstamp-statusid
           when 1
           when 3
               move round-in-dir to round-dir
               perform round-punch-time
           when 2
           when 4
               move round-out-dir to round-dir
               perform round-punch-time
           end-evaluate
       end-if.

       evaluate Fstamp-statusid
       when 1
       when 3
           if day-in-time(work-day) = zero
               or work-hhmm < day-in-time(work-day)
               move work-hhmm to day-in-time(work-day)
           end-if
           move work-day to open-in-day
       when 2
       when 4
           *> 日またぎ勤務: 当日に出勤がなく前日の出勤が開いたままなら、
           *> 退勤を前日（シフト開始日）に+2400表現で帰属させる
           if day-in-time(work-day) = zero
               and open-in-day not = zero
               and work-day = open-in-day + 1
               compute encoded-out = work-hhmm + 2400
               if encoded-out > day-out-time(open-in-day)
                   move encoded-out to day-out-time(open-in-day)
               end-if
           else
               if work-hhmm > day-out-time(work-day)
                   move work-hhmm to day-out-time(work-day)
               end-if
           end-if
           move zero to open-in-day
       when 5
           if day-break-start(work-day) = zero
               move work-hhmm to day-break-start(work-day)
           end-if
       when 6
           if day-break-start(work-day) not = zero
               compute break-delta =
                   (function integer(work-hhmm / 100) * 60
                       + function mod(work-hhmm, 100))
                   - (function integer(day-break-start(work-day) / 100) * 60
                       + function mod(day-break-start(work-day), 100))
               if break-delta > 0
                   add break-delta to day-break-minutes(work-day)
               end-if
               move zero to day-break-start(work-day)
           end-if
       end-evaluate.
