identification division.
program-id. kintai-recert-close.

environment division.
input-output section.
       file-control.
           select campaign-file assign to "./dat/recert-campaign.dat"
               organization indexed
               access mode dynamic
               record key is Frc-id
               status campaign-status.
           select item-file assign to "./dat/recert-item.dat"
               organization indexed
               access mode dynamic
               record key is Fri-id
               status item-status.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode sequential
               record key is Fuserid
               status user-status.
           select run-param-file assign to "./dat/run-param.dat"
               organization indexed
               access mode dynamic
               record key is Frp-key
               status run-param-status.
           select evidence-file assign using evidence-name
               organization line sequential
               status evidence-status.
           select log-file assign to "./dat/log.dat"
               organization line sequential.
data division.
file section.
       fd campaign-file.
           01 Frc-rec.
               03 Frc-id pic X(6).
               03 Frc-opened-at pic X(21).
               03 Frc-deadline pic X(8).
               03 Frc-status pic X.
               03 Frc-item-count pic 9(7).
               03 Frc-closed-at pic X(21).
               03 Frc-evidence-name pic X(60).
       fd item-file.
           01 Fri-rec.
               03 Fri-id pic 9(7).
               03 Fri-campaign pic X(6).
               03 Fri-userid pic 9(7).
               03 Fri-roll pic 9(2).
               03 Fri-dept pic 9(2).
               03 Fri-reviewer pic 9(7).
               03 Fri-status pic 9.
               03 Fri-comment pic X(64).
               03 Fri-decided-by pic 9(7).
               03 Fri-decided-at pic X(21).
               03 Fri-created-at pic X(21).
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
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
       fd evidence-file.
           01 evidence-line pic X(240).
       fd log-file.
           01 log-rec.
               03 log-timestamp pic X(21).
               03 log-comments pic X(128).
working-storage section.
       01 status-rec.
           03 campaign-status pic XX.
           03 item-status pic XX.
           03 user-status pic XX.
           03 run-param-status pic XX.
           03 evidence-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 campaign-id pic X(6).
       01 evidence-name pic X(60).
       *> 利用者名の引き当て用
       01 un-table.
           03 un-entry occurs 5000 times indexed by un-idx.
               05 un-userid pic 9(7).
               05 un-username pic X(64).
       01 un-count pic 9(4) value zero.
       01 lookup-userid pic 9(7).
       01 lookup-username pic X(64).
       01 person-name pic X(64).
       01 reviewer-name pic X(64).
       01 decider-name pic X(64).
       01 decision-label pic X(24).
       01 item-count pic 9(7) value zero.
       01 confirm-count pic 9(7) value zero.
       01 change-count pic 9(7) value zero.
       01 remove-count pic 9(7) value zero.
       01 open-count pic 9(7) value zero.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "権限棚卸キャンペーン締めバッチ（審査結果の証跡出力）".

       move "campaign" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:6) to campaign-id
       else
           display "締めるキャンペーンを入力してください (例: 2026Q4、空欄は開始中のもの)"
           move spaces to campaign-id
           accept campaign-id
       end-if.

       open i-o campaign-file.
       if campaign-status not = "00"
           display "権限棚卸キャンペーンは登録されていません"
           move zero to job-step-count
           goback
       end-if.
       if campaign-id = spaces
           perform find-open-campaign
       end-if.
       move campaign-id to Frc-id.
       read campaign-file
           invalid key continue
       end-read.
       if campaign-status not = "00" or campaign-id = spaces
           display "キャンペーンが見つかりません"
           close campaign-file
           move zero to job-step-count
           goback
       end-if.
       if Frc-status not = "O"
           display "キャンペーン " campaign-id " は締め済みです"
           close campaign-file
           move zero to job-step-count
           goback
       end-if.

       perform load-usernames.

       move spaces to evidence-name.
       string "./dat/recert-evidence-" delimited by size
           campaign-id delimited by size
           ".txt" delimited by size
           into evidence-name
       end-string.
       open output evidence-file.
       move spaces to evidence-line.
       string "権限棚卸 審査結果  キャンペーン " delimited by size
           campaign-id delimited by size
           "  開始 " delimited by size
           Frc-opened-at(1:8) delimited by size
           "  回答期限 " delimited by size
           Frc-deadline delimited by size
           "  締め " delimited by size
           function current-date(1:14) delimited by size
           into evidence-line
       end-string.
       write evidence-line.
       move "番号    userid  利用者 / 役職 部署 / 審査者 / 判定 / 回答者 / 回答日時 / コメント"
           to evidence-line.
       write evidence-line.

       open input item-file.
       perform until item-status not = "00"
           read item-file next record
               at end move "10" to item-status
               not at end
                   if Fri-campaign = campaign-id
                       perform write-evidence-item
                   end-if
           end-read
       end-perform.
       close item-file.

       move spaces to evidence-line.
       string "合計 " delimited by size
           item-count delimited by size
           " 件  継続 " delimited by size
           confirm-count delimited by size
           "  変更要 " delimited by size
           change-count delimited by size
           "  削除要 " delimited by size
           remove-count delimited by size
           "  未回答 " delimited by size
           open-count delimited by size
           into evidence-line
       end-string.
       write evidence-line.
       close evidence-file.

       move "C" to Frc-status.
       move function current-date to Frc-closed-at.
       move evidence-name to Frc-evidence-name.
       rewrite Frc-rec
           invalid key
               display "キャンペーンの更新に失敗しました"
       end-rewrite.
       close campaign-file.

       display " ".
       display "キャンペーン " campaign-id " を締めました  対象 "
           item-count " 件  未回答 " open-count " 件".
       display function trim(evidence-name) " に出力しました".

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] recert campaign " delimited by size
           campaign-id delimited by size
           " closed: " delimited by size
           item-count delimited by size
           " items, " delimited by size
           open-count delimited by size
           " unanswered" delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       move item-count to job-step-count.
       goback.

find-open-campaign.
       move low-values to Frc-id.
       start campaign-file key >= Frc-id
           invalid key move "23" to campaign-status
       end-start.
       perform until campaign-status not = "00"
           read campaign-file next record
               at end move "10" to campaign-status
               not at end
                   if Frc-status = "O"
                       move Frc-id to campaign-id
                   end-if
           end-read
       end-perform.

load-usernames.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if un-count < 5000
                       add 1 to un-count
                       move Fuserid to un-userid(un-count)
                       move Fusername to un-username(un-count)
                   end-if
       end-perform.
       close user-file.

lookup-name.
       move spaces to lookup-username.
       if lookup-userid = zero
           move "-" to lookup-username
       else
           perform varying un-idx from 1 by 1 until un-idx > un-count
               if un-userid(un-idx) = lookup-userid
                   move un-username(un-idx) to lookup-username
               end-if
           end-perform
       end-if.

write-evidence-item.
       add 1 to item-count.
       evaluate Fri-status
       when 1
           move "継続" to decision-label
           add 1 to confirm-count
       when 2
           move "変更要" to decision-label
           add 1 to change-count
       when 3
           move "削除要" to decision-label
           add 1 to remove-count
       when other
           move "未回答" to decision-label
           add 1 to open-count
       end-evaluate.

       move Fri-userid to lookup-userid.
       perform lookup-name.
       move lookup-username to person-name.
       move Fri-reviewer to lookup-userid.
       perform lookup-name.
       move lookup-username to reviewer-name.
       move Fri-decided-by to lookup-userid.
       perform lookup-name.
       move lookup-username to decider-name.

       move spaces to evidence-line.
       string Fri-id delimited by size
           " " delimited by size
           Fri-userid delimited by size
           " " delimited by size
           function trim(person-name) delimited by size
           " / 役職" delimited by size
           Fri-roll delimited by size
           " 部署" delimited by size
           Fri-dept delimited by size
           " / " delimited by size
           Fri-reviewer delimited by size
           " " delimited by size
           function trim(reviewer-name) delimited by size
           " / " delimited by size
           function trim(decision-label) delimited by size
           " / " delimited by size
           Fri-decided-by delimited by size
           " " delimited by size
           function trim(decider-name) delimited by size
           " / " delimited by size
           Fri-decided-at(1:14) delimited by size
           " / " delimited by size
           function trim(Fri-comment) delimited by size
           into evidence-line
       end-string.
       write evidence-line.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-recert-close" to Frp-program.
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
