identification division.
program-id. kintai-pc-log-import.

environment division.
input-output section.
       file-control.
           select import-file assign to "./dat/pc-log-import.csv"
               organization line sequential
               status import-status.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode sequential
               record key is Fuserid
               status user-status.
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
           01 import-line pic X(160).
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
           03 user-status pic XX.
           03 objective-log-status pic XX.
       01 csv-account pic X(64).
       01 csv-datetime pic X(14).
       01 csv-event pic X(6).
       01 csv-host pic X(16).
       01 csv-tallying pic 9.
       *> ドメイン付きアカウント（DOMAIN\user）はユーザ名部分で照合する
       01 account-name pic X(64).
       01 account-pos pic 9(3).
       01 account-len pic 9(3).
       *> ユーザ名→useridの対応表
       01 user-table.
           03 user-entry occurs 5000 times.
               05 ut-username pic X(64).
               05 ut-userid pic 9(7).
       01 user-count pic 9(4) value zero.
       01 user-idx pic 9(4).
       01 resolved-userid pic 9(7).
       01 import-count pic 9(7) value zero.
       01 duplicate-count pic 9(7) value zero.
       01 error-count pic 9(7) value zero.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "PCログオン・ログオフ記録 取込バッチ（労働時間の客観記録）".

       open input import-file.
       if import-status not = "00" then
           display "./dat/pc-log-import.csv が開けませんでした"
           move zero to job-step-count
           goback
       end-if.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if user-count < 5000
                       add 1 to user-count
                       move Fusername to ut-username(user-count)
                       move Fuserid to ut-userid(user-count)
                   end-if
       end-perform.
       close user-file.

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
           "[INFO] pc log import: " delimited by size
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
       *> 1行 = アカウント,日時(YYYYMMDDhhmmss),LOGON|LOGOFF,端末名
       move zero to csv-tallying.
       move spaces to csv-host.
       unstring import-line delimited by ","
           into csv-account csv-datetime csv-event csv-host
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

       move csv-account to account-name.
       move zero to account-pos.
       inspect csv-account tallying account-pos
           for characters before initial "\".
       compute account-len =
           function length(function trim(csv-account)).
       if account-pos < account-len
           move spaces to account-name
           move csv-account(account-pos + 2:) to account-name
       end-if.

       move zero to resolved-userid.
       perform varying user-idx from 1 by 1 until user-idx > user-count
           if ut-username(user-idx) = account-name
               move ut-userid(user-idx) to resolved-userid
           end-if
       end-perform.
       if resolved-userid = zero
           display "ユーザ名が特定できない行をスキップしました: "
               import-line
           add 1 to error-count
           go to import-one-line-exit
       end-if.

       move resolved-userid to Fobj-userid.
       move csv-datetime to Fobj-datetime.
       move "P" to Fobj-source.
       evaluate csv-event
       when "LOGON"
       when "logon"
       when "1"
           move "I" to Fobj-kind
       when "LOGOFF"
       when "logoff"
       when "2"
           move "O" to Fobj-kind
       when other
           display "ログオン・ログオフの区分が正しくない行をスキップしました: "
               import-line
           add 1 to error-count
           go to import-one-line-exit
       end-evaluate.
       move csv-host to Fobj-device.
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
