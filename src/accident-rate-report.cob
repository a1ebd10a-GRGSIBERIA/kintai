identification division.
program-id. kintai-accident-rate-report.

environment division.
input-output section.
       file-control.
           select accident-file assign to "./dat/accident.dat"
               organization indexed
               access mode dynamic
               record key is Facc-id
               status accident-status.
           select agg-file assign to "./dat/month-agg.dat"
               organization indexed
               access mode sequential
               record key is Fagg-key
               status agg-status.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode dynamic
               record key is Fuserid
               status user-status.
           select department-file assign to "./dat/department.dat"
               organization relative
               access mode sequential
               relative key dept-key
               status dept-status.
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
       fd accident-file.
           01 Facc-rec.
               03 Facc-id pic 9(7).
               03 Facc-userid pic 9(7).
               03 Facc-dept pic 9(2).
               03 Facc-date pic X(8).
               03 Facc-time pic 9(4).
               03 Facc-location pic N(20).
               03 Facc-injury-type pic 9.
               03 Facc-cause pic N(40).
               03 Facc-category pic X.
               03 Facc-doctor pic X.
               03 Facc-fatal pic X.
               03 Facc-lost-from pic X(8).
               03 Facc-lost-to pic X(8).
               03 Facc-status-from pic X(8).
               03 Facc-registered-by pic 9(7).
               03 Facc-registered-at pic X(21).
       fd agg-file.
           01 Fagg-rec.
               03 Fagg-key.
                   05 Fagg-userid pic 9(7).
                   05 Fagg-yyyymm pic X(6).
               03 Fagg-worked-minutes pic 9(6).
               03 Fagg-overtime-minutes pic 9(6).
               03 Fagg-late-minutes pic 9(6).
               03 Fagg-worked-days pic 9(2).
               03 Fagg-stale pic X.
               03 Fagg-built-at pic X(21).
               03 Fagg-day-entry occurs 31 times.
                   05 Fagg-day-in pic 9(4).
                   05 Fagg-day-out pic 9(4).
                   05 Fagg-day-worked pic 9(4).
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
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
       fd report-file.
           01 report-line pic X(160).
working-storage section.
       01 dept-key pic 99.
       01 status-rec.
           03 accident-status pic XX.
           03 agg-status pic XX.
           03 user-status pic XX.
           03 dept-status pic XX.
           03 run-param-status pic XX.
           03 report-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 target-year pic X(4).
       01 year-num pic 9(4).
       01 year-from pic X(8).
       01 year-to pic X(8).
       01 today pic X(8).
       01 report-name pic X(60).
       *> 部署別の集計（添字は部署ID＋1。1 は部署未設定）
       01 dept-table.
           03 ar-stat occurs 100 times indexed by ar-idx.
               05 ar-name pic N(20).
               05 ar-minutes pic 9(11).
               05 ar-casualties pic 9(5).
               05 ar-lost-days pic 9(7)v99.
       01 cur-dept pic 9(3).
       01 total-minutes pic 9(11) value zero.
       01 total-casualties pic 9(5) value zero.
       01 total-lost-days pic 9(7)v99 value zero.
       01 stale-count pic 9(5) value zero.
       *> 休業日数（対象年内の暦日）と労働損失日数
       01 lost-from-date pic X(8).
       01 lost-to-date pic X(8).
       01 lost-days pic 9(5).
       01 loss-days pic 9(5)v99.
       *> 度数率・強度率の算出
       01 rate-minutes pic 9(11).
       01 rate-casualties pic 9(5).
       01 rate-lost-days pic 9(7)v99.
       01 work-hours pic 9(9)v99.
       01 frequency-rate pic 9(5)v99.
       01 severity-rate pic 9(5)v99.
       01 disp-hours pic Z(8)9.
       01 disp-frequency pic Z(4)9.99.
       01 disp-severity pic Z(4)9.99.
       01 disp-lost pic Z(6)9.9.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "労働災害の度数率・強度率（年次・部署別）".

       move function current-date(1:8) to today.

       move "target-year" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:4) to target-year
           display "実行パラメータにより対象年 " target-year " で実行します"
       else
           display "対象年を入力してください (例: 2026、空欄は前年)"
           move spaces to target-year
           accept target-year
       end-if.
       if target-year = spaces
           compute year-num = function numval(today(1:4)) - 1
           move year-num to target-year
       end-if.
       move target-year to year-from(1:4).
       move "0101" to year-from(5:4).
       move target-year to year-to(1:4).
       move "1231" to year-to(5:4).

       perform load-departments.
       perform tally-worked-hours.
       perform tally-accidents.

       move spaces to report-name.
       string "./dat/accident-rate-" delimited by size
           target-year delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.

       move spaces to report-line.
       string "労働災害 度数率・強度率  対象年 " delimited by size
           target-year delimited by size
           "  作成日 " delimited by size
           today delimited by size
           into report-line
       end-string.
       write report-line.
       move "（業務災害のうち休業1日以上・死亡。延べ実労働時間は月次集計による）"
           to report-line.
       write report-line.
       move spaces to report-line.
       write report-line.
       move "部署 部署名                                    延べ実労働時間 死傷者数 労働損失日数   度数率   強度率"
           to report-line.
       write report-line.

       perform varying ar-idx from 1 by 1 until ar-idx > 100
           if ar-minutes(ar-idx) > zero or ar-casualties(ar-idx) > zero
               move ar-minutes(ar-idx) to rate-minutes
               move ar-casualties(ar-idx) to rate-casualties
               move ar-lost-days(ar-idx) to rate-lost-days
               perform compute-rates
               perform write-dept-line
           end-if
       end-perform.

       move total-minutes to rate-minutes.
       move total-casualties to rate-casualties.
       move total-lost-days to rate-lost-days.
       perform compute-rates.
       move spaces to report-line.
       write report-line.
       move spaces to report-line.
       string "全社                                            " delimited by size
           disp-hours delimited by size
           "  " delimited by size
           rate-casualties delimited by size
           "    " delimited by size
           disp-lost delimited by size
           "   " delimited by size
           disp-frequency delimited by size
           " " delimited by size
           disp-severity delimited by size
           into report-line
       end-string.
       write report-line.
       if stale-count > zero
           move spaces to report-line
           string "注意: 再集計待ちの月次集計 " delimited by size
               stale-count delimited by size
               " 件を含みます（kintai-month-agg-build で再集計してください）"
               delimited by size
               into report-line
           end-string
           write report-line
       end-if.
       close report-file.

       display " ".
       display "死傷者 " total-casualties " 名  度数率 " disp-frequency
           "  強度率 " disp-severity.
       display function trim(report-name) " に出力しました".
       move total-casualties to job-step-count.
       goback.

load-departments.
       perform varying ar-idx from 1 by 1 until ar-idx > 100
           initialize ar-stat(ar-idx)
       end-perform.
       open input department-file.
       perform until dept-status not = "00"
           read department-file next record
               at end move "10" to dept-status
               not at end
                   if Fdept-id >= 1 and Fdept-id <= 99
                       move Fdept-name to ar-name(Fdept-id + 1)
                   end-if
           end-read
       end-perform.
       close department-file.

tally-worked-hours.
       *> 月次集計の実労働時間を従業員の所属部署に積み上げる
       open input user-file.
       open input agg-file.
       perform until agg-status not = "00"
           read agg-file next record
               at end move "10" to agg-status
               not at end
                   if Fagg-yyyymm(1:4) = target-year
                       perform add-agg-minutes
                   end-if
           end-read
       end-perform.
       close agg-file.
       close user-file.

add-agg-minutes.
       if Fagg-stale = "Y"
           add 1 to stale-count
       end-if.
       move zero to cur-dept.
       move Fagg-userid to Fuserid.
       read user-file
           invalid key continue
       end-read.
       if user-status = "00"
           move Fdept to cur-dept
       end-if.
       add 1 to cur-dept.
       add Fagg-worked-minutes to ar-minutes(cur-dept).
       add Fagg-worked-minutes to total-minutes.

tally-accidents.
       open input accident-file.
       perform until accident-status not = "00"
           read accident-file next record
               at end move "10" to accident-status
               not at end
                   perform add-accident thru add-accident-exit
           end-read
       end-perform.
       close accident-file.

add-accident.
       *> 通勤災害は除く。死亡は労働損失日数7500日、休業は休業日数×300/365
       if Facc-category = "C"
           go to add-accident-exit
       end-if.
       if Facc-date < year-from or Facc-date > year-to
           go to add-accident-exit
       end-if.
       perform compute-lost-days thru compute-lost-days-exit.
       if Facc-fatal = "Y"
           move 7500 to loss-days
       else
           if lost-days = zero
               go to add-accident-exit
           end-if
           compute loss-days rounded = lost-days * 300 / 365
       end-if.

       compute cur-dept = Facc-dept + 1.
       add 1 to ar-casualties(cur-dept).
       add loss-days to ar-lost-days(cur-dept).
       add 1 to total-casualties.
       add loss-days to total-lost-days.

add-accident-exit.
       exit.

compute-lost-days.
       *> 対象年に含まれる休業日数（継続中は作成日まで）
       move zero to lost-days.
       if Facc-lost-from = spaces
           go to compute-lost-days-exit
       end-if.
       move Facc-lost-from to lost-from-date.
       if Facc-lost-to = spaces
           move today to lost-to-date
       else
           move Facc-lost-to to lost-to-date
       end-if.
       if lost-to-date > year-to
           move year-to to lost-to-date
       end-if.
       if lost-from-date < year-from
           move year-from to lost-from-date
       end-if.
       if lost-to-date < lost-from-date
           go to compute-lost-days-exit
       end-if.
       compute lost-days =
           function integer-of-date(function numval(lost-to-date))
           - function integer-of-date(function numval(lost-from-date))
           + 1.

compute-lost-days-exit.
       exit.

compute-rates.
       *> 度数率＝死傷者数÷延べ実労働時間×100万、強度率＝労働損失日数÷延べ実労働時間×1000
       compute work-hours rounded = rate-minutes / 60.
       move zero to frequency-rate severity-rate.
       if work-hours > zero
           compute frequency-rate rounded =
               rate-casualties * 1000000 / work-hours
           compute severity-rate rounded =
               rate-lost-days * 1000 / work-hours
       end-if.
       move work-hours to disp-hours.
       move frequency-rate to disp-frequency.
       move severity-rate to disp-severity.
       move rate-lost-days to disp-lost.

write-dept-line.
       move spaces to report-line.
       set dept-key to ar-idx.
       subtract 1 from dept-key.
       string "  " delimited by size
           dept-key delimited by size
           " " delimited by size
           ar-name(ar-idx) delimited by size
           "  " delimited by size
           disp-hours delimited by size
           "  " delimited by size
           rate-casualties delimited by size
           "    " delimited by size
           disp-lost delimited by size
           "   " delimited by size
           disp-frequency delimited by size
           " " delimited by size
           disp-severity delimited by size
           into report-line
       end-string.
       write report-line.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-accident-rate-report" to Frp-program.
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
