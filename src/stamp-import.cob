               access mode dynamic
               record key is Fagg-key
               status agg-status.
           select employee-company-file
               assign to "./dat/employee-company.dat"
               organization indexed
               access mode dynamic
               record key is Fec-userid
               status employee-company-status.
           select month-lock-company-file
               assign to "./dat/month-lock-company.dat"
               organization indexed
               access mode dynamic
               record key is Fmlc-key
               status lock-company-status.
           select suspense-file assign to "./dat/stamp-suspense.dat"
               organization indexed
               access mode dynamic
               record key is Fss-id
               status suspense-status.
           select suspense-seq-file
               assign to "./dat/stamp-suspense-seq.dat"
               organization relative
               access mode dynamic
               relative key ss-seq-key
               status ss-seq-status.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode dynamic
               record key is Fuserid
               status user-status.
data division.
file section.
       fd import-file.
                   05 Fagg-day-in pic 9(4).
                   05 Fagg-day-out pic 9(4).
                   05 Fagg-day-worked pic 9(4).
       fd employee-company-file.
           01 Fec-rec.
               03 Fec-userid pic 9(7).
               03 Fec-company pic 9(2).
               03 Fec-updated-by pic 9(7).
               03 Fec-updated-at pic X(21).
       fd month-lock-company-file.
           01 Fmlc-rec.
               03 Fmlc-key.
                   05 Fmlc-yyyymm pic X(6).
                   05 Fmlc-company pic 9(2).
               03 Fmlc-locked-at pic X(21).
       fd suspense-file.
           01 Fss-rec.
               03 Fss-id pic 9(7).
               03 Fss-run-id pic X(14).
               03 Fss-file-label pic X(40).
               03 Fss-line-no pic 9(7).
               03 Fss-reason pic X(12).
               03 Fss-raw pic X(128).
               03 Fss-token pic X(16).
               03 Fss-userid pic 9(7).
               03 Fss-datetime pic X(21).
               03 Fss-statusid pic X.
               03 Fss-device-id pic X(8).
               03 Fss-location pic X.
               03 Fss-status pic X.
               03 Fss-created-at pic X(21).
               03 Fss-resolved-by pic 9(7).
               03 Fss-resolved-at pic X(21).
               03 Fss-stamp-id pic 9(12).
       fd suspense-seq-file.
           01 Fssseq-rec.
               03 Fssseq-value pic 9(7).
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
working-storage section.
       *> 取り込めなかった行の保留キュー（stamp-suspense.dat）用
       01 suspense-status pic XX.
       01 ss-seq-status pic XX.
       01 ss-seq-key pic 9(7) value 1.
       01 user-status pic XX.
       01 user-found pic 9.
       01 import-run-id pic X(14).
       01 suspense-reason pic X(12).
       01 suspense-userid pic 9(7).
       01 suspense-count pic 9(7) value 0.
       01 time-check-num pic 9(8).
       *> 会社別の月ロック（month-lock-company.dat）の照合用
       01 employee-company-status pic XX.
       01 lock-company-status pic XX.
       01 stamp-company pic 9(2).
       *> 打刻が変わった月の集計キャッシュ（month-agg.dat）失効用
       01 agg-status pic XX.
       01 agg-mark-userid pic 9(7).

       display "取込ファイルの識別名を入力してください (例: stamp-20260822)".
       accept input-file-label.
       move function current-date(1:14) to import-run-id.

       perform read-checkpoint thru read-checkpoint-exit.


       display "取込件数: " import-count "  エラー件数: " error-count
           "  締め処理済み月のためスキップ: " locked-skip-count.
       if suspense-count > 0
           display "保留キューに " suspense-count
               " 件を登録しました（kintai-stamp-suspense で訂正・再投入）"
       end-if.
       if resume-after-line > 0
           display "チェックポイントにより " resume-after-line
               " 行目まではスキップしました"
           error-count delimited by size
           " errors, " delimited by size
           locked-skip-count delimited by size
           " locked-month skipped, " delimited by size
           suspense-count delimited by size
           " suspended (run " delimited by size
           import-run-id delimited by size
           ")." delimited by size
           into log-comments
       end-string.
       write log-rec.

import-one-line.
       move zero to csv-tallying.
       move zero to suspense-userid.
       move spaces to csv-token.
       move spaces to csv-datetime.
       move spaces to csv-statusid.
       move spaces to csv-device-id.
       move spaces to csv-location.
       unstring import-line delimited by ","
           into csv-token csv-datetime csv-statusid csv-device-id
       if csv-tallying not = 4 and csv-tallying not = 5 then
           display "列数が正しくない行をスキップしました: " import-line
           add 1 to error-count
           move "COLUMNS" to suspense-reason
           perform write-suspense
           go to import-one-line-exit
       end-if.

       *> 打刻日時は YYYYMMDDhhmm までが正しい日時であること
       move zero to time-check-num.
       if csv-datetime(1:12) is numeric
           move csv-datetime(1:8) to time-check-num
       end-if.
       if time-check-num < 19000101
           or function test-date-yyyymmdd(time-check-num) not = zero
           or csv-datetime(9:2) > "23"
           or csv-datetime(11:2) > "59"
           display "打刻日時が正しくない行をスキップしました: " import-line
           add 1 to error-count
           move "TIME" to suspense-reason
           perform write-suspense
           go to import-one-line-exit
       end-if.


       perform resolve-badge-serial thru resolve-badge-serial-exit.
       if badge-reject = 1
           perform write-suspense
           go to import-one-line-exit
       end-if.

       *> 利用者マスタに無いuseridの打刻は取り込まない
       move zero to user-found.
       if csv-userid is numeric
           move csv-userid to Fuserid
           open input user-file
           read user-file
               invalid key continue
           end-read
           if user-status = "00"
               move 1 to user-found
           end-if
           close user-file
       end-if.
       if user-found = zero
           display "未登録の利用者のためスキップしました: " import-line
           add 1 to error-count
           move "USER" to suspense-reason
           perform write-suspense
           go to import-one-line-exit
       end-if.
       move csv-userid to suspense-userid.

       *> 未登録の打刻機からの行は取り込まない
       move csv-device-id to Fdev-id.
       open input device-file.
       if device-status not = "00" then
           display "未登録の打刻機のためスキップしました: " import-line
           add 1 to error-count
           move "DEVICE" to suspense-reason
           perform write-suspense
           go to import-one-line-exit
       end-if.

           display "紛失届のあるカードのためスキップしました: "
               import-line
           add 1 to error-count
           move "BADGE-LOST" to suspense-reason
           move Fbadge-userid to suspense-userid
           move 1 to badge-reject
           go to resolve-badge-serial-exit
       end-if.
           display "返却済みカードのためスキップしました: "
               import-line
           add 1 to error-count
           move "BADGE-RETURN" to suspense-reason
           move Fbadge-userid to suspense-userid
           move 1 to badge-reject
           go to resolve-badge-serial-exit
       end-if.
           display "カードの有効期間外のためスキップしました: "
               import-line
           add 1 to error-count
           move "BADGE-PERIOD" to suspense-reason
           move Fbadge-userid to suspense-userid
           move 1 to badge-reject
           go to resolve-badge-serial-exit
       end-if.
       end-perform.
       close month-lock-file.

       *> 会社別に締めた月は、打刻者の所属会社（未登録は会社01）の
       *> ロックも確認する
       if target-month-locked = zero
           move 1 to stamp-company
           open input employee-company-file
           if employee-company-status = "00"
               move Fstamp-userid to Fec-userid
               read employee-company-file
                   invalid key continue
               end-read
               if employee-company-status = "00"
                   move Fec-company to stamp-company
               end-if
               close employee-company-file
           end-if
           open input month-lock-company-file
           if lock-company-status = "00"
               move Fstamp-datetime(1:6) to Fmlc-yyyymm
               move stamp-company to Fmlc-company
               read month-lock-company-file
                   invalid key continue
               end-read
               if lock-company-status = "00"
                   move 1 to target-month-locked
               end-if
               close month-lock-company-file
           end-if
       end-if.

write-journal-entry.
       *> 復旧バッチ（kintai-journal-replay）が前夜のバックアップへ
       *> 再適用できるよう、更新前後のイメージを日次ジャーナルに残す

mark-agg-stale-exit.
       exit.

write-suspense.
       *> 取り込めなかった行は捨てずに保留キューへ残し、
       *> kintai-stamp-suspense で訂正・再投入・取消・エスカレーションする
       move 1 to ss-seq-key.
       open i-o suspense-seq-file.
       if ss-seq-status not = "00"
           open output suspense-seq-file
           close suspense-seq-file
           open i-o suspense-seq-file
       end-if.
       read suspense-seq-file
           invalid key
               move zero to Fssseq-value
               write Fssseq-rec
       end-read.
       add 1 to Fssseq-value.
       rewrite Fssseq-rec.
       close suspense-seq-file.

       initialize Fss-rec.
       move Fssseq-value to Fss-id.
       move import-run-id to Fss-run-id.
       move input-file-label to Fss-file-label.
       move line-no to Fss-line-no.
       move suspense-reason to Fss-reason.
       move import-line to Fss-raw.
       move csv-token to Fss-token.
       move suspense-userid to Fss-userid.
       move csv-datetime to Fss-datetime.
       move csv-statusid to Fss-statusid.
       move csv-device-id to Fss-device-id.
       move csv-location to Fss-location.
       move "O" to Fss-status.
       move function current-date to Fss-created-at.
       move spaces to Fss-resolved-at.

       open i-o suspense-file.
       if suspense-status not = "00"
           open output suspense-file
           close suspense-file
           open i-o suspense-file
       end-if.
       write Fss-rec
           invalid key
               display "保留キューへの登録に失敗しました: " import-line
       end-write.
       close suspense-file.
       add 1 to suspense-count.
