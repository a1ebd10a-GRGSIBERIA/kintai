identification division.
program-id. kintai-capacity-report.

environment division.
input-output section.
       file-control.
           select target-file assign to "./dat/capacity-target.dat"
               organization line sequential
               status target-status.
           select history-file assign to "./dat/capacity-history.dat"
               organization line sequential
               status history-status.
           select scan-file assign using scan-name
               organization line sequential
               status scan-status.
           select manifest-file assign using scan-name
               organization line sequential
               status manifest-status.
           select stamp-file assign to "./dat/stamp.dat"
               organization indexed
               access mode sequential
               record key is Fstamp-id
               alternate record key is Fstamp-user-key
                   with duplicates
               status stamp-status.
           select notify-file assign to "./dat/notify.dat"
               organization indexed
               access mode sequential
               record key is Fntf-id
               status notify-status.
           select warning-file assign to "./dat/capacity-warning.dat"
               organization line sequential
               status warning-status.
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
       *> 監視対象（1行 = ファイル,種別,レコード長,上限MB,アーカイブ期限日数）
       *> 種別: L 行順次 / I 索引 / R 相対 / J 日次ジャーナル / B バックアップ
       fd target-file.
           01 Fct-rec.
               03 Fct-file pic X(40).
               03 Fct-filler1 pic X.
               03 Fct-org pic X.
               03 Fct-filler2 pic X.
               03 Fct-reclen pic 9(5).
               03 Fct-filler3 pic X.
               03 Fct-limit-mb pic 9(7).
               03 Fct-filler4 pic X.
               03 Fct-archive-days pic 9(4).
       *> 夜間の計測結果（1行 = 計測日,ファイル,件数,バイト数）
       fd history-file.
           01 Fch-rec.
               03 Fch-date pic X(8).
               03 Fch-filler1 pic X.
               03 Fch-name pic X(40).
               03 Fch-filler2 pic X.
               03 Fch-count pic 9(10).
               03 Fch-filler3 pic X.
               03 Fch-bytes pic 9(15).
       fd scan-file.
           01 scan-line pic X(2000).
       fd manifest-file.
           01 manifest-rec.
               03 mf-name pic X(24).
               03 mf-count pic 9(7).
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
       fd notify-file.
           01 Fntf-rec.
               03 Fntf-id pic 9(7).
               03 Fntf-recipient pic 9(7).
               03 Fntf-event pic X(20).
               03 Fntf-ref-id pic 9(12).
               03 Fntf-created-at pic X(21).
               03 Fntf-delivered pic X.
               03 Fntf-read pic X.
       fd warning-file.
           01 warning-line pic X(128).
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
       fd report-file.
           01 report-line pic X(200).
working-storage section.
       01 status-rec.
           03 target-status pic XX.
           03 history-status pic XX.
           03 scan-status pic XX.
           03 manifest-status pic XX.
           03 stamp-status pic XX.
           03 notify-status pic XX.
           03 warning-status pic XX.
           03 run-param-status pic XX.
           03 report-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       *> 上限到達がこの日数以内に見込まれるものをダイジェストに載せる
       01 warn-days pic 9(5) value 90.
       01 dat-limit-mb pic 9(7) value zero.
       01 backup-limit-mb pic 9(7) value zero.
       01 report-name pic X(60).
       01 scan-name pic X(80).
       01 size-name pic X(80).
       01 today pic X(8).
       01 today-int pic 9(8).
       01 date-num pic 9(8).
       01 date-int pic 9(8).
       *> ジャーナル・バックアップを遡って探す日数
       01 probe-days pic 9(4) value 731.
       01 probe-idx pic 9(4).
       01 probe-date pic X(8).
       *> CBL_CHECK_FILE_EXIST の戻り（サイズと更新日時）
       01 file-details.
           03 file-size pic 9(18) comp.
           03 file-mod-date pic X(4).
           03 file-mod-time pic X(4).
       01 file-exists pic 9.
       *> 監視対象と計測結果（末尾2行は dat 合計・バックアップ合計）
       01 target-table.
           03 target-entry occurs 40 times indexed by tg-idx.
               05 tg-name pic X(40).
               05 tg-org pic X.
               05 tg-reclen pic 9(5).
               05 tg-limit pic 9(15).
               05 tg-archive-days pic 9(4).
               05 tg-found pic 9.
               05 tg-estimated pic 9.
               05 tg-count pic 9(10).
               05 tg-bytes pic 9(15).
               05 tg-oldest pic X(8).
               05 tg-base occurs 3 times.
                   07 tg-base-date pic X(8).
                   07 tg-base-bytes pic 9(15).
       01 target-count pic 99 value zero.
       01 file-target-count pic 99 value zero.
       01 dat-total-idx pic 99.
       01 backup-total-idx pic 99.
       01 horizon-days pic 9(3) occurs 3 times.
       01 horizon-from pic X(8) occurs 3 times.
       01 hz-idx pic 9.
       01 use-hz pic 9.
       01 line-count pic 9(10).
       01 first-line-date pic X(8).
       *> 伸び率・上限到達予測の計算
       01 base-days pic 9(5).
       01 growth-bytes pic s9(15).
       01 rate-per-day pic s9(13)v99.
       01 days-left pic 9(9).
       01 archive-from pic X(8).
       01 mb-value pic 9(9)v9.
       01 mb-edit pic Z(8)9.9.
       01 growth-mb pic s9(9)v9.
       01 growth-edit pic -(8)9.9.
       01 growth-pct pic s9(5)v9.
       01 pct-edit pic -(5)9.9.
       01 count-edit pic Z(9)9.
       01 limit-edit pic Z(6)9.
       01 days-edit pic Z(8)9.
       01 growth-text pic X(24) occurs 3 times.
       01 projection-text pic X(40).
       01 archive-text pic X(40).
       01 estimate-mark pic X(8).
       01 needs-warning pic 9.
       01 warning-table.
           03 warning-text pic X(128) occurs 50 times
               indexed by wn-idx.
       01 warning-count pic 99 value zero.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "データファイル容量の記録と増加予測（夜間）".

       move function current-date(1:8) to today.
       compute today-int = function integer-of-date(
           function numval(today)).

       move "warn-days" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to warn-days
       end-if.
       move "dat-limit-mb" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to dat-limit-mb
       end-if.
       move "backup-limit-mb" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to backup-limit-mb
       end-if.

       move 30 to horizon-days(1).
       move 90 to horizon-days(2).
       move 365 to horizon-days(3).
       perform varying hz-idx from 1 by 1 until hz-idx > 3
           compute date-num = function date-of-integer(
               today-int - horizon-days(hz-idx))
           move date-num to horizon-from(hz-idx)
       end-perform.

       perform load-targets thru load-targets-exit.
       if file-target-count = zero
           display "./dat/capacity-target.dat に監視対象がありません"
           move zero to job-step-count
           goback
       end-if.

       perform varying tg-idx from 1 by 1
           until tg-idx > file-target-count
           perform measure-target thru measure-target-exit
       end-perform.
       perform add-totals.

       perform load-history-bases thru load-history-bases-exit.
       perform append-history.

       move spaces to report-name.
       string "./dat/capacity-report-" delimited by size
           today delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.
       move spaces to report-line.
       string "データファイル容量と増加予測  " delimited by size
           today delimited by size
           "  （サイズはMB、伸びは30/90/365日前との差）"
               delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       write report-line.

       perform varying tg-idx from 1 by 1 until tg-idx > target-count
           perform write-target-lines thru write-target-lines-exit
       end-perform.

       move spaces to report-line.
       write report-line.
       move spaces to report-line.
       string "要対応 " delimited by size
           warning-count delimited by size
           " 件（上限到達 " delimited by size
           warn-days delimited by size
           " 日以内・上限超過・アーカイブ期限超過）" delimited by size
           into report-line
       end-string.
       write report-line.
       perform varying wn-idx from 1 by 1 until wn-idx > warning-count
           move spaces to report-line
           string "  " delimited by size
               warning-text(wn-idx) delimited by size
               into report-line
           end-string
           write report-line
       end-perform.
       close report-file.

       *> 朝の運用ダイジェストが拾う要対応一覧（毎晩作り直す）
       open output warning-file.
       perform varying wn-idx from 1 by 1 until wn-idx > warning-count
           move warning-text(wn-idx) to warning-line
           write warning-line
       end-perform.
       close warning-file.

       display " ".
       display "監視対象 " file-target-count " 件  要対応 "
           warning-count " 件".
       display function trim(report-name) " に出力しました".
       move file-target-count to job-step-count.
       goback.

load-targets.
       open input target-file.
       if target-status not = "00"
           go to load-targets-exit
       end-if.
       perform until target-status not = "00"
           read target-file
               not at end
                   if Fct-file not = spaces
                       and target-count < 38
                       add 1 to target-count
                       set tg-idx to target-count
                       initialize target-entry(tg-idx)
                       move Fct-file to tg-name(tg-idx)
                       move Fct-org to tg-org(tg-idx)
                       if Fct-reclen is numeric
                           move Fct-reclen to tg-reclen(tg-idx)
                       end-if
                       if Fct-limit-mb is numeric
                           compute tg-limit(tg-idx) =
                               Fct-limit-mb * 1048576
                       end-if
                       if Fct-archive-days is numeric
                           move Fct-archive-days
                               to tg-archive-days(tg-idx)
                       end-if
                   end-if
       end-perform.
       close target-file.
       move target-count to file-target-count.

load-targets-exit.
       exit.

measure-target.
       evaluate tg-org(tg-idx)
       when "L"
           move tg-name(tg-idx) to scan-name
           move tg-name(tg-idx) to size-name
           perform check-file-size
           if file-exists = 1
               move 1 to tg-found(tg-idx)
               move file-size to tg-bytes(tg-idx)
               perform count-lines thru count-lines-exit
               move line-count to tg-count(tg-idx)
               move first-line-date to tg-oldest(tg-idx)
           end-if
       when "I"
       when "R"
           move tg-name(tg-idx) to scan-name
           move tg-name(tg-idx) to size-name
           perform check-file-size
           if file-exists = zero
               go to measure-target-exit
           end-if
           move 1 to tg-found(tg-idx)
           move file-size to tg-bytes(tg-idx)
           evaluate tg-name(tg-idx)
           when "./dat/stamp.dat"
               perform count-stamps thru count-stamps-exit
           when "./dat/notify.dat"
               perform count-notifications thru count-notifications-exit
           when other
               *> 件数はレコード長からの推定（索引部の分だけ多めに出る）
               move 1 to tg-estimated(tg-idx)
               if tg-reclen(tg-idx) > zero
                   compute tg-count(tg-idx) =
                       tg-bytes(tg-idx) / tg-reclen(tg-idx)
               end-if
           end-evaluate
       when "J"
           perform measure-journals
       when "B"
           perform measure-backups
       when other
           display "不明な種別のためスキップ: "
               function trim(tg-name(tg-idx)) " " tg-org(tg-idx)
       end-evaluate.

measure-target-exit.
       exit.

check-file-size.
       move zero to file-exists.
       move zero to file-size.
       call "CBL_CHECK_FILE_EXIST" using size-name file-details
           on exception continue
       end-call.
       if return-code = zero
           move 1 to file-exists
       end-if.
       move zero to return-code.

count-lines.
       *> 行数と、先頭行の日付（タイムスタンプで始まる台帳のみ）
       move zero to line-count.
       move spaces to first-line-date.
       open input scan-file.
       if scan-status not = "00"
           go to count-lines-exit
       end-if.
       perform until scan-status not = "00"
           read scan-file
               not at end
                   add 1 to line-count
                   if line-count = 1
                       and scan-line(1:8) is numeric
                       move scan-line(1:8) to first-line-date
                   end-if
       end-perform.
       close scan-file.

count-lines-exit.
       exit.

count-stamps.
       open input stamp-file.
       if stamp-status not = "00"
           go to count-stamps-exit
       end-if.
       perform until stamp-status not = "00"
           read stamp-file next record
               at end move "10" to stamp-status
               not at end
                   add 1 to tg-count(tg-idx)
                   if Fstamp-datetime(1:8) is numeric
                       and (tg-oldest(tg-idx) = spaces
                           or Fstamp-datetime(1:8) < tg-oldest(tg-idx))
                       move Fstamp-datetime(1:8) to tg-oldest(tg-idx)
                   end-if
           end-read
       end-perform.
       close stamp-file.

count-stamps-exit.
       exit.

count-notifications.
       open input notify-file.
       if notify-status not = "00"
           go to count-notifications-exit
       end-if.
       perform until notify-status not = "00"
           read notify-file next record
               at end move "10" to notify-status
               not at end
                   add 1 to tg-count(tg-idx)
                   if tg-oldest(tg-idx) = spaces
                       move Fntf-created-at(1:8) to tg-oldest(tg-idx)
                   end-if
           end-read
       end-perform.
       close notify-file.

count-notifications-exit.
       exit.

measure-journals.
       *> 日次ジャーナル（./dat/journal-YYYYMMDD.dat）を遡って合算する
       perform varying probe-idx from 0 by 1 until probe-idx > probe-days
           compute date-num = function date-of-integer(
               today-int - probe-idx)
           move date-num to probe-date
           move spaces to scan-name
           string "./dat/journal-" delimited by size
               probe-date delimited by size
               ".dat" delimited by size
               into scan-name
           end-string
           move scan-name to size-name
           perform check-file-size
           if file-exists = 1
               move 1 to tg-found(tg-idx)
               add file-size to tg-bytes(tg-idx)
               perform count-lines thru count-lines-exit
               add line-count to tg-count(tg-idx)
               move probe-date to tg-oldest(tg-idx)
           end-if
       end-perform.

measure-backups.
       *> 日付ラベルのバックアップ（./dat/backup-YYYYMMDD-*.dat）を
       *> マニフェストから辿って合算する
       perform varying probe-idx from 0 by 1 until probe-idx > probe-days
           compute date-num = function date-of-integer(
               today-int - probe-idx)
           move date-num to probe-date
           move spaces to scan-name
           string "./dat/backup-" delimited by size
               probe-date delimited by size
               "-manifest.dat" delimited by size
               into scan-name
           end-string
           move scan-name to size-name
           perform check-file-size
           if file-exists = 1
               move 1 to tg-found(tg-idx)
               add file-size to tg-bytes(tg-idx)
               move probe-date to tg-oldest(tg-idx)
               perform measure-backup-set thru measure-backup-set-exit
           end-if
       end-perform.

measure-backup-set.
       open input manifest-file.
       if manifest-status not = "00"
           go to measure-backup-set-exit
       end-if.
       perform until manifest-status not = "00"
           read manifest-file
               not at end
                   if mf-count is numeric
                       add mf-count to tg-count(tg-idx)
                   end-if
                   perform add-backup-member
       end-perform.
       close manifest-file.

measure-backup-set-exit.
       exit.

add-backup-member.
       move spaces to size-name.
       string "./dat/backup-" delimited by size
           probe-date delimited by size
           "-" delimited by size
           function trim(mf-name) delimited by size
           ".dat" delimited by size
           into size-name
       end-string.
       perform check-file-size.
       if file-exists = 1
           add file-size to tg-bytes(tg-idx)
       end-if.

add-totals.
       *> dat 合計は監視対象のうちバックアップ以外の合算
       add 1 to target-count.
       move target-count to dat-total-idx.
       set tg-idx to target-count.
       initialize target-entry(tg-idx).
       move "*dat合計（監視対象）" to tg-name(tg-idx).
       move "T" to tg-org(tg-idx).
       move 1 to tg-found(tg-idx).
       compute tg-limit(tg-idx) = dat-limit-mb * 1048576.
       add 1 to target-count.
       move target-count to backup-total-idx.
       set tg-idx to target-count.
       initialize target-entry(tg-idx).
       move "*バックアップ合計" to tg-name(tg-idx).
       move "T" to tg-org(tg-idx).
       move 1 to tg-found(tg-idx).
       compute tg-limit(tg-idx) = backup-limit-mb * 1048576.

       perform varying tg-idx from 1 by 1
           until tg-idx > file-target-count
           if tg-org(tg-idx) = "B"
               add tg-bytes(tg-idx) to tg-bytes(backup-total-idx)
               add tg-count(tg-idx) to tg-count(backup-total-idx)
           else
               add tg-bytes(tg-idx) to tg-bytes(dat-total-idx)
               add tg-count(tg-idx) to tg-count(dat-total-idx)
           end-if
       end-perform.

load-history-bases.
       *> 30/90/365日前以降で最も古い計測値を、伸びの起点にする
       open input history-file.
       if history-status not = "00"
           go to load-history-bases-exit
       end-if.
       perform until history-status not = "00"
           read history-file
               not at end
                   if Fch-date < today
                       perform match-history-row
                   end-if
       end-perform.
       close history-file.

load-history-bases-exit.
       exit.

match-history-row.
       perform varying tg-idx from 1 by 1 until tg-idx > target-count
           if tg-name(tg-idx) = Fch-name
               perform varying hz-idx from 1 by 1 until hz-idx > 3
                   if Fch-date >= horizon-from(hz-idx)
                       and (tg-base-date(tg-idx, hz-idx) = spaces
                           or Fch-date < tg-base-date(tg-idx, hz-idx))
                       move Fch-date to tg-base-date(tg-idx, hz-idx)
                       move Fch-bytes to tg-base-bytes(tg-idx, hz-idx)
                   end-if
               end-perform
           end-if
       end-perform.

append-history.
       open extend history-file.
       if history-status not = "00"
           open output history-file
       end-if.
       perform varying tg-idx from 1 by 1 until tg-idx > target-count
           if tg-found(tg-idx) = 1
               move spaces to Fch-rec
               move today to Fch-date
               move tg-name(tg-idx) to Fch-name
               move tg-count(tg-idx) to Fch-count
               move tg-bytes(tg-idx) to Fch-bytes
               write Fch-rec
           end-if
       end-perform.
       close history-file.

write-target-lines.
       move spaces to estimate-mark.
       if tg-estimated(tg-idx) = 1
           move "（推定）" to estimate-mark
       end-if.
       if tg-found(tg-idx) = zero
           move spaces to report-line
           string function trim(tg-name(tg-idx)) delimited by size
               "  （ファイルなし）" delimited by size
               into report-line
           end-string
           write report-line
           go to write-target-lines-exit
       end-if.

       perform varying hz-idx from 1 by 1 until hz-idx > 3
           perform set-growth-text thru set-growth-text-exit
       end-perform.
       perform set-projection thru set-projection-exit.
       perform set-archive-status thru set-archive-status-exit.

       compute mb-value = tg-bytes(tg-idx) / 1048576.
       move mb-value to mb-edit.
       move tg-count(tg-idx) to count-edit.
       move spaces to report-line.
       string function trim(tg-name(tg-idx)) delimited by size
           "  件数 " delimited by size
           function trim(count-edit) delimited by size
           estimate-mark delimited by space
           "  サイズ " delimited by size
           function trim(mb-edit) delimited by size
           "MB  30日 " delimited by size
           function trim(growth-text(1)) delimited by size
           "  90日 " delimited by size
           function trim(growth-text(2)) delimited by size
           "  365日 " delimited by size
           function trim(growth-text(3)) delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       string "    上限到達予測 " delimited by size
           function trim(projection-text) delimited by size
           "  アーカイブ " delimited by size
           function trim(archive-text) delimited by size
           into report-line
       end-string.
       write report-line.

write-target-lines-exit.
       exit.

set-growth-text.
       if tg-base-date(tg-idx, hz-idx) = spaces
           move "履歴なし" to growth-text(hz-idx)
           go to set-growth-text-exit
       end-if.
       compute growth-bytes =
           tg-bytes(tg-idx) - tg-base-bytes(tg-idx, hz-idx).
       compute growth-mb = growth-bytes / 1048576.
       move growth-mb to growth-edit.
       if tg-base-bytes(tg-idx, hz-idx) > zero
           compute growth-pct rounded =
               growth-bytes * 100 / tg-base-bytes(tg-idx, hz-idx)
       else
           move zero to growth-pct
       end-if.
       move growth-pct to pct-edit.
       move spaces to growth-text(hz-idx).
       string function trim(growth-edit) delimited by size
           "MB(" delimited by size
           function trim(pct-edit) delimited by size
           "%)" delimited by size
           into growth-text(hz-idx)
       end-string.

set-growth-text-exit.
       exit.

set-projection.
       move zero to needs-warning.
       if tg-limit(tg-idx) = zero
           move "上限未設定" to projection-text
           go to set-projection-exit
       end-if.
       compute mb-value = tg-limit(tg-idx) / 1048576.
       move mb-value to limit-edit.
       if tg-bytes(tg-idx) >= tg-limit(tg-idx)
           move spaces to projection-text
           string "上限 " delimited by size
               function trim(limit-edit) delimited by size
               "MB を超過しています" delimited by size
               into projection-text
           end-string
           move "上限超過" to archive-text
           perform add-warning thru add-warning-exit
           go to set-projection-exit
       end-if.

       *> 90日の伸びを優先し、なければ30日、365日の順に使う
       move zero to use-hz.
       if tg-base-date(tg-idx, 2) not = spaces
           move 2 to use-hz
       else
           if tg-base-date(tg-idx, 1) not = spaces
               move 1 to use-hz
           else
               if tg-base-date(tg-idx, 3) not = spaces
                   move 3 to use-hz
               end-if
           end-if
       end-if.
       if use-hz = zero
           move "履歴不足" to projection-text
           go to set-projection-exit
       end-if.
       compute base-days = today-int - function integer-of-date(
           function numval(tg-base-date(tg-idx, use-hz))).
       compute growth-bytes =
           tg-bytes(tg-idx) - tg-base-bytes(tg-idx, use-hz).
       if base-days = zero or growth-bytes <= zero
           move "増加なし" to projection-text
           go to set-projection-exit
       end-if.
       compute rate-per-day = growth-bytes / base-days.
       compute days-left =
           (tg-limit(tg-idx) - tg-bytes(tg-idx)) / rate-per-day.
       if days-left > 36500
           move "100年以上先" to projection-text
           go to set-projection-exit
       end-if.
       compute date-num = function date-of-integer(
           today-int + days-left).
       move days-left to days-edit.
       move spaces to projection-text.
       string date-num delimited by size
           "（あと " delimited by size
           function trim(days-edit) delimited by size
           " 日）" delimited by size
           into projection-text
       end-string.
       if days-left <= warn-days
           move spaces to archive-text
           string "上限到達見込 " delimited by size
               date-num delimited by size
               into archive-text
           end-string
           perform add-warning thru add-warning-exit
       end-if.

set-projection-exit.
       exit.

set-archive-status.
       if tg-archive-days(tg-idx) = zero
           move "期限なし" to archive-text
           go to set-archive-status-exit
       end-if.
       compute date-num = function date-of-integer(
           today-int - tg-archive-days(tg-idx)).
       move date-num to archive-from.
       if tg-oldest(tg-idx) = spaces
           or tg-oldest(tg-idx) >= archive-from
           move spaces to archive-text
           string "期限内（最古 " delimited by size
               tg-oldest(tg-idx) delimited by size
               "）" delimited by size
               into archive-text
           end-string
           go to set-archive-status-exit
       end-if.
       move spaces to archive-text.
       string "期限超過（最古 " delimited by size
           tg-oldest(tg-idx) delimited by size
           " < " delimited by size
           archive-from delimited by size
           "）" delimited by size
           into archive-text
       end-string.
       perform add-warning thru add-warning-exit.

set-archive-status-exit.
       exit.

add-warning.
       if warning-count >= 50
           go to add-warning-exit
       end-if.
       add 1 to warning-count.
       move spaces to warning-text(warning-count).
       string function trim(tg-name(tg-idx)) delimited by size
           "  " delimited by size
           function trim(archive-text) delimited by size
           into warning-text(warning-count)
       end-string.

add-warning-exit.
       exit.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-capacity-report" to Frp-program.
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
