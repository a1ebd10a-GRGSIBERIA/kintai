identification division.
program-id. kintai-gate-log-import.

environment division.
input-output section.
       file-control.
           select import-file assign to "./dat/gate-log-import.csv"
               organization line sequential
               status import-status.
           select badge-file assign to "./dat/badge.dat"
               organization indexed
               access mode dynamic
               record key is Fbadge-serial
               status badge-status.
           select objective-log-file assign to "./dat/objective-log.dat"
               organization indexed
               access mode dynamic
               record key is Fobj-key
               status objective-log-status.
           select log-file assign to "./dat/log.dat"
               organization line sequential.
data division.
file section.
       fd import-file.
           01 import-line pic X(80).
       fd badge-file.
           01 Fbadge-rec.
               03 Fbadge-serial pic X(16).
               03 Fbadge-userid pic 9(7).
               03 Fbadge-from pic X(8).
               03 Fbadge-to pic X(8).
               03 Fbadge-status pic X.
       fd objective-log-file.
           01 Fobj-rec.
               03 Fobj-key.
                   05 Fobj-userid pic 9(7).
                   05 Fobj-datetime pic X(14).
                   05 Fobj-source pic X.
                   05 Fobj-kind pic X.
               03 Fobj-device pic X(16).
               03 Fobj-imported-at pic X(21).
       fd log-file.
           01 log-rec.
               03 log-timestamp pic X(21).
               03 log-comments pic X(128).
working-storage section.
       01 status-rec.
           03 import-status pic XX.
           03 badge-status pic XX.
           03 objective-log-status pic XX.
       01 csv-token pic X(16).
       01 csv-userid pic X(7).
       01 csv-datetime pic X(14).
       01 csv-direction pic X(3).
       01 csv-gate-id pic X(16).
       01 csv-tallying pic 9.
       *> カードシリアル→userid変換（badge.dat）用
       01 badge-reject pic 9.
       01 import-count pic 9(7) value zero.
       01 duplicate-count pic 9(7) value zero.
       01 error-count pic 9(7) value zero.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "入退館ゲート記録 取込バッチ（労働時間の客観記録）".

       open input import-file.
       if import-status not = "00" then
           display "./dat/gate-log-import.csv が開けませんでした"
           move zero to job-step-count
           goback
       end-if.

       open i-o objective-log-file.
       if objective-log-status not = "00"
           open output objective-log-file
           close objective-log-file
           open i-o objective-log-file
       end-if.

       perform until import-status not = "00"
           read import-file
               not at end
                   perform import-one-line thru import-one-line-exit
       end-perform.
       close import-file.
       close objective-log-file.

       display "取込件数: " import-count "  取込済みの重複: "
           duplicate-count "  エラー件数: " error-count.

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] gate log import: " delimited by size
           import-count delimited by size
           " imported, " delimited by size
           duplicate-count delimited by size
           " duplicates, " delimited by size
           error-count delimited by size
           " errors." delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       move import-count to job-step-count.
       goback.

import-one-line.
       *> 1行 = カードシリアル,日時(YYYYMMDDhhmmss),IN|OUT,ゲートID
       move zero to csv-tallying.
       move spaces to csv-gate-id.
       unstring import-line delimited by ","
           into csv-token csv-datetime csv-direction csv-gate-id
           tallying in csv-tallying
       end-unstring.

       if csv-tallying < 3 then
           display "列数が正しくない行をスキップしました: " import-line
           add 1 to error-count
           go to import-one-line-exit
       end-if.

       if csv-datetime is not numeric then
           display "日時の書式が正しくない行をスキップしました: "
               import-line
           add 1 to error-count
           go to import-one-line-exit
       end-if.

       perform resolve-badge-serial thru resolve-badge-serial-exit.
       if badge-reject = 1
           go to import-one-line-exit
       end-if.

       move csv-userid to Fobj-userid.
       move csv-datetime to Fobj-datetime.
       move "G" to Fobj-source.
       evaluate csv-direction
       when "IN"
       when "in"
       when "1"
           move "I" to Fobj-kind
       when "OUT"
       when "out"
       when "2"
           move "O" to Fobj-kind
       when other
           display "入退の区分が正しくない行をスキップしました: "
               import-line
           add 1 to error-count
           go to import-one-line-exit
       end-evaluate.
       move csv-gate-id to Fobj-device.
       move function current-date to Fobj-imported-at.

       *> 同じ抽出を再取込しても二重に登録しない
       write Fobj-rec
           invalid key
               add 1 to duplicate-count
               go to import-one-line-exit
       end-write.

       add 1 to import-count.

import-one-line-exit.
       exit.

resolve-badge-serial.
       *> 1列目はカードシリアルまたはuserid。紛失・返却・有効期間外の
       *> カードの記録は本人の記録と断定できないため取り込まない
       move zero to badge-reject.

       move csv-token to Fbadge-serial.
       open input badge-file.
       if badge-status not = "00"
           go to resolve-badge-serial-fallback
       end-if.
       read badge-file
           invalid key continue
       end-read.
       close badge-file.

       if badge-status not = "00"
           go to resolve-badge-serial-fallback
       end-if.

       if Fbadge-status = "L" or Fbadge-status = "R"
           display "紛失届・返却済みのカードのためスキップしました: "
               import-line
           add 1 to error-count
           move 1 to badge-reject
           go to resolve-badge-serial-exit
       end-if.
       if csv-datetime(1:8) < Fbadge-from
           or csv-datetime(1:8) > Fbadge-to
           display "カードの有効期間外のためスキップしました: "
               import-line
           add 1 to error-count
           move 1 to badge-reject
           go to resolve-badge-serial-exit
       end-if.

       move Fbadge-userid to csv-userid.
       go to resolve-badge-serial-exit.

resolve-badge-serial-fallback.
       *> カードマスタに無いトークンは7桁useridとして扱う
       if csv-token(1:7) is not numeric
           display "カード・useridが特定できない行をスキップしました: "
               import-line
           add 1 to error-count
           move 1 to badge-reject
           go to resolve-badge-serial-exit
       end-if.
       move csv-token(1:7) to csv-userid.

resolve-badge-serial-exit.
       exit.
