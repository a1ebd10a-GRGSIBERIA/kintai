identification division.
program-id. kintai-accident-report.

environment division.
input-output section.
       file-control.
           select accident-file assign to "./dat/accident.dat"
               organization indexed
               access mode dynamic
               record key is Facc-id
               status accident-status.
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
       fd report-file.
           01 report-line pic X(160).
working-storage section.
       01 dept-key pic 99.
       01 roll-key pic 99.
       01 gender-key pic 99.
       01 status-rec.
           03 accident-status pic XX.
           03 user-status pic XX.
           03 dept-status pic XX.
           03 roll-status pic XX.
           03 gender-status pic XX.
           03 report-status pic XX.
       01 report-choice pic 9.
       01 target-acc-id pic 9(7).
       01 target-year pic 9(4).
       01 target-quarter pic 9.
       01 quarter-from pic X(8).
       01 quarter-to pic X(8).
       01 quarter-first-month pic 99.
       01 quarter-last-month pic 99.
       01 report-name pic X(60).
       01 today pic X(8).
       01 form-count pic 9(5) value zero.
       *> 傷病の種類と災害の区分
       01 injury-kind pic 9.
           88 injury-fracture value 1.
           88 injury-cut value 2.
           88 injury-bruise value 3.
           88 injury-sprain value 4.
           88 injury-burn value 5.
           88 injury-lumbago value 6.
           88 injury-illness value 7.
           88 injury-other value 8.
       01 injury-label pic X(24).
       01 category-label pic X(16).
       *> 被災者の属性
       01 victim-name pic X(40).
       01 victim-gender pic N(10).
       01 victim-roll pic N(10).
       01 victim-dept-name pic N(20).
       01 victim-age pic 9(3).
       01 victim-tenure-months pic 9(4).
       01 tenure-years pic 9(2).
       01 tenure-rem-months pic 9(2).
       01 age-work pic 9(8).
       *> 休業日数（暦日。継続中は作成日まで）
       01 lost-days pic 9(5).
       01 lost-to-date pic X(8).
       01 doctor-label pic X(12).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "労働者死傷病報告の作成".

       move function current-date(1:8) to today.

       display "作成する報告を選択してください".
       display "  [1] 休業4日以上・死亡（遅滞なく提出）".
       display "  [2] 休業1〜3日（四半期ごと）".
       accept report-choice.

       evaluate report-choice
       when 1
           perform write-immediate-report thru write-immediate-report-exit
       when 2
           perform write-quarterly-report thru write-quarterly-report-exit
       when other
           display "1か2で入力してください"
       end-evaluate.

       stop run.

write-immediate-report.
       display "災害番号を入力してください".
       accept target-acc-id.
       move target-acc-id to Facc-id.
       open input accident-file.
       read accident-file
           invalid key continue
       end-read.
       close accident-file.
       if accident-status not = "00"
           display "指定された災害が見つかりません"
           go to write-immediate-report-exit
       end-if.
       if Facc-category = "C"
           display "通勤災害は労働者死傷病報告の対象外です"
           go to write-immediate-report-exit
       end-if.

       perform compute-lost-days thru compute-lost-days-exit.
       if Facc-fatal not = "Y" and lost-days < 4
           display "休業 " lost-days " 日のため四半期ごとの報告の対象です"
           go to write-immediate-report-exit
       end-if.

       perform set-accident-labels.
       perform lookup-victim thru lookup-victim-exit.

       move spaces to report-name.
       string "./dat/accident-report-" delimited by size
           target-acc-id delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.

       move "労働者死傷病報告（休業4日以上・死亡）" to report-line.
       write report-line.
       move spaces to report-line.
       string "作成日 " delimited by size
           today delimited by size
           "  災害番号 " delimited by size
           Facc-id delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       write report-line.

       move spaces to report-line.
       string "事業場（部署）     " delimited by size
           Facc-dept delimited by size
           " " delimited by size
           function trim(victim-dept-name) delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       string "被災者氏名         " delimited by size
           victim-name delimited by "  "
           "（userid " delimited by size
           Facc-userid delimited by size
           "）" delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       string "性別               " delimited by size
           function trim(victim-gender) delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       string "生年月日・年齢     " delimited by size
           Fbirthdate delimited by size
           "  " delimited by size
           victim-age delimited by size
           " 歳" delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       string "職種               " delimited by size
           function trim(victim-roll) delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       string "経験期間           " delimited by size
           tenure-years delimited by size
           " 年 " delimited by size
           tenure-rem-months delimited by size
           " ヶ月" delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       string "発生日時           " delimited by size
           Facc-date delimited by size
           " " delimited by size
           Facc-time delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       string "発生場所           " delimited by size
           function trim(Facc-location) delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       string "傷病の種類         " delimited by size
           injury-label delimited by "  "
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       if Facc-fatal = "Y"
           string "休業見込期間       死亡" delimited by size
               into report-line
           end-string
       else
           string "休業見込期間       " delimited by size
               Facc-lost-from delimited by size
               "〜" delimited by size
               Facc-lost-to delimited by size
               "  " delimited by size
               lost-days delimited by size
               " 日" delimited by size
               into report-line
           end-string
       end-if.
       write report-line.
       if Facc-lost-to = spaces and Facc-fatal not = "Y"
           move "                   （休業継続中。日数は作成日まで）"
               to report-line
           write report-line
       end-if.
       move spaces to report-line.
       string "医療機関の受診     " delimited by size
           doctor-label delimited by "  "
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       string "災害発生状況・原因 " delimited by size
           function trim(Facc-cause) delimited by size
           into report-line
       end-string.
       write report-line.
       if Facc-status-from not = spaces
           move spaces to report-line
           string "続く休職期間       " delimited by size
               Facc-status-from delimited by size
               " から" delimited by size
               into report-line
           end-string
           write report-line
       end-if.
       close report-file.

       display function trim(report-name) " に出力しました".

write-immediate-report-exit.
       exit.

write-quarterly-report.
       display "対象年を入力してください (例: 2026)".
       accept target-year.
       display "対象四半期を入力してください ([1] 1〜3月 [2] 4〜6月 [3] 7〜9月 [4] 10〜12月)".
       accept target-quarter.
       if target-quarter < 1 or target-quarter > 4
           display "1から4で入力してください"
           go to write-quarterly-report-exit
       end-if.

       compute quarter-first-month = target-quarter * 3 - 2.
       compute quarter-last-month = target-quarter * 3.
       move target-year to quarter-from(1:4).
       move quarter-first-month to quarter-from(5:2).
       move "01" to quarter-from(7:2).
       move target-year to quarter-to(1:4).
       move quarter-last-month to quarter-to(5:2).
       move "31" to quarter-to(7:2).

       move spaces to report-name.
       string "./dat/accident-quarter-" delimited by size
           target-year delimited by size
           "Q" delimited by size
           target-quarter delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.

       move spaces to report-line.
       string "労働者死傷病報告（休業4日未満）  " delimited by size
           target-year delimited by size
           "年 " delimited by size
           quarter-first-month delimited by size
           "月〜" delimited by size
           quarter-last-month delimited by size
           "月  作成日 " delimited by size
           today delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       write report-line.
       move "部署 被災者氏名           性別     年齢 職種         発生日   傷病の種類       休業日数 発生状況"
           to report-line.
       write report-line.

       open input accident-file.
       perform until accident-status not = "00"
           read accident-file next record
               at end move "10" to accident-status
               not at end
                   perform write-quarterly-line
                       thru write-quarterly-line-exit
           end-read
       end-perform.
       close accident-file.

       move spaces to report-line.
       write report-line.
       move spaces to report-line.
       string "合計 " delimited by size
           form-count delimited by size
           " 件" delimited by size
           into report-line
       end-string.
       write report-line.
       close report-file.

       display "休業4日未満の災害 " form-count " 件".
       display function trim(report-name) " に出力しました".

write-quarterly-report-exit.
       exit.

write-quarterly-line.
       *> 業務災害で休業1〜3日のもの（死亡は遅滞なく報告するため除く）
       if Facc-date < quarter-from or Facc-date > quarter-to
           go to write-quarterly-line-exit
       end-if.
       if Facc-category = "C" or Facc-fatal = "Y"
           go to write-quarterly-line-exit
       end-if.
       perform compute-lost-days thru compute-lost-days-exit.
       if lost-days < 1 or lost-days > 3
           go to write-quarterly-line-exit
       end-if.

       add 1 to form-count.
       perform set-accident-labels.
       perform lookup-victim thru lookup-victim-exit.
       move spaces to report-line.
       string Facc-dept delimited by size
           "   " delimited by size
           victim-name delimited by size
           victim-gender delimited by size
           victim-age delimited by size
           "  " delimited by size
           victim-roll delimited by size
           Facc-date delimited by size
           " " delimited by size
           injury-label(1:17) delimited by size
           lost-days delimited by size
           "    " delimited by size
           function trim(Facc-cause) delimited by size
           into report-line
       end-string.
       write report-line.

write-quarterly-line-exit.
       exit.

compute-lost-days.
       move zero to lost-days.
       if Facc-lost-from = spaces
           go to compute-lost-days-exit
       end-if.
       if Facc-lost-to = spaces
           move today to lost-to-date
       else
           move Facc-lost-to to lost-to-date
       end-if.
       if lost-to-date < Facc-lost-from
           go to compute-lost-days-exit
       end-if.
       compute lost-days =
           function integer-of-date(function numval(lost-to-date))
           - function integer-of-date(function numval(Facc-lost-from))
           + 1.

compute-lost-days-exit.
       exit.

lookup-victim.
       move spaces to victim-name.
       move spaces to victim-gender victim-roll victim-dept-name.
       move zero to victim-age tenure-years tenure-rem-months.
       move Facc-userid to Fuserid.
       open input user-file.
       read user-file
           invalid key continue
       end-read.
       close user-file.
       if user-status not = "00"
           go to lookup-victim-exit
       end-if.

       string function trim(Flastname) delimited by size
           " " delimited by size
           function trim(Ffirstname) delimited by size
           into victim-name
       end-string.

       *> 年齢と経験期間は災害発生日時点
       if Fbirthdate not = spaces and Fbirthdate not = "00000000"
           compute victim-age =
               function numval(Facc-date(1:4))
               - function numval(Fbirthdate(1:4))
           if Facc-date(5:4) < Fbirthdate(5:4)
               subtract 1 from victim-age
           end-if
       end-if.
       if Fjoin-date(1:8) not = spaces
           compute victim-tenure-months =
               (function numval(Facc-date(1:4))
                   - function numval(Fjoin-date(1:4))) * 12
               + function numval(Facc-date(5:2))
               - function numval(Fjoin-date(5:2))
           if Facc-date(7:2) < Fjoin-date(7:2)
               and victim-tenure-months > zero
               subtract 1 from victim-tenure-months
           end-if
           divide victim-tenure-months by 12
               giving tenure-years remainder tenure-rem-months
       end-if.

       open input gender-file.
       perform until gender-status not = "00"
           read gender-file
               not at end
                   if Fgender-id = Fgender
                       move Fgender-name to victim-gender
                   end-if
       end-perform.
       close gender-file.
       if victim-gender = spaces
           move "未回答" to victim-gender
       end-if.

       open input roll-file.
       perform until roll-status not = "00"
           read roll-file
               not at end
                   if Froll-id = Froll
                       move Froll-name to victim-roll
                   end-if
       end-perform.
       close roll-file.

       open input department-file.
       perform until dept-status not = "00"
           read department-file
               not at end
                   if Fdept-id = Facc-dept
                       move Fdept-name to victim-dept-name
                   end-if
       end-perform.
       close department-file.

lookup-victim-exit.
       exit.

set-accident-labels.
       move Facc-injury-type to injury-kind.
       evaluate true
       when injury-fracture
           move "骨折" to injury-label
       when injury-cut
           move "切創・擦過傷" to injury-label
       when injury-bruise
           move "打撲・挫傷" to injury-label
       when injury-sprain
           move "捻挫" to injury-label
       when injury-burn
           move "火傷" to injury-label
       when injury-lumbago
           move "腰痛" to injury-label
       when injury-illness
           move "中毒・疾病" to injury-label
       when other
           move "その他" to injury-label
       end-evaluate.
       if Facc-category = "C"
           move "通勤災害" to category-label
       else
           move "業務災害" to category-label
       end-if.
       if Facc-doctor = "Y"
           move "受診あり" to doctor-label
       else
           move "受診なし" to doctor-label
       end-if.
