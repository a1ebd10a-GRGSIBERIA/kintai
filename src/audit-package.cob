           select log-file assign to "./dat/log.dat"
               organization line sequential
               status log-status.
           select campaign-file assign to "./dat/recert-campaign.dat"
               organization indexed
               access mode sequential
               record key is Frc-id
               status campaign-status.
           select recert-evidence-file assign using recert-evidence-name
               organization line sequential
               status recert-evidence-status.
           select evidence-file assign using evidence-name
               organization line sequential
               status evidence-status.
           01 log-rec.
               03 log-timestamp pic X(21).
               03 log-comments pic X(128).
       fd campaign-file.
           01 Frc-rec.
               03 Frc-id pic X(6).
               03 Frc-opened-at pic X(21).
               03 Frc-deadline pic X(8).
               03 Frc-status pic X.
               03 Frc-item-count pic 9(7).
               03 Frc-closed-at pic X(21).
               03 Frc-evidence-name pic X(60).
       fd recert-evidence-file.
           01 recert-evidence-line pic X(240).
       fd evidence-file.
           01 evidence-line pic X(240).
working-storage section.
       01 status-rec.
           03 leave-status pic XX.
           03 signoff-status pic XX.
           03 log-status pic XX.
           03 evidence-status pic XX.
           03 campaign-status pic XX.
           03 recert-evidence-status pic XX.
       01 target-yyyymm pic X(6).
       01 evidence-name pic X(60).
       01 leave-count pic 9(5) value zero.
       01 signoff-count pic 9(5) value zero.
       01 delegation-count pic 9(5) value zero.
       01 match-tally pic 9(3).
       01 recert-count pic 9(5) value zero.
       01 recert-evidence-name pic X(60).

procedure division.
main-procedure.
       perform extract-user-changes.
       perform extract-signoffs.
       perform extract-delegations thru extract-delegations-done.
       perform extract-recert.

       move "-- 件数サマリ --" to evidence-line.
       write evidence-line.
           signoff-count delimited by size
           " / 委任承認 " delimited by size
           delegation-count delimited by size
           " / 権限棚卸 " delimited by size
           recert-count delimited by size
           into evidence-line
       end-string.
       write evidence-line.

extract-delegations-done.
       exit.

extract-recert.
       *> 当月に締めた権限棚卸キャンペーンの審査結果をそのまま取り込む
       move "-- 権限棚卸の審査結果（kintai-recert-close） --"
           to evidence-line.
       write evidence-line.
       open input campaign-file.
       perform until campaign-status not = "00"
           read campaign-file next record
               at end move "10" to campaign-status
               not at end
                   if Frc-status = "C"
                       and Frc-closed-at(1:6) = target-yyyymm
                       perform copy-recert-evidence
                   end-if
           end-read
       end-perform.
       close campaign-file.

copy-recert-evidence.
       add 1 to recert-count.
       move Frc-evidence-name to recert-evidence-name.
       open input recert-evidence-file.
       if recert-evidence-status not = "00"
           move spaces to evidence-line
           string "キャンペーン " delimited by size
               Frc-id delimited by size
               " の証跡ファイルが見つかりません: " delimited by size
               function trim(Frc-evidence-name) delimited by size
               into evidence-line
           end-string
           write evidence-line
       else
           perform until recert-evidence-status not = "00"
               read recert-evidence-file
                   not at end
                       move recert-evidence-line to evidence-line
                       write evidence-line
           end-perform
           close recert-evidence-file
       end-if.
