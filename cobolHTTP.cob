               record key is ec-name
               file status is ws-cred-status.

           select ep-sched-file assign to "EPSCHED.DAT"
               organization is indexed
               access mode is dynamic
               record key is es-name
               file status is ws-ep-sched-status.

           select response-log-file assign to "RESPONSELOG.DAT"
               organization is line sequential
               file status is ws-response-log-status.
               organization is line sequential
               file status is ws-audit-log-status.

           select change-req-file assign to "CHANGEREQ.DAT"
               organization is indexed
               access mode is dynamic
               record key is cr-req-id
               file status is ws-change-req-status.

           select chg-journal-file assign to "CHGJOURNAL.DAT"
               organization is line sequential
               file status is ws-chg-journal-status.

           select extract-file assign to "DAILYEXTRACT.DAT"
               organization is line sequential
               file status is ws-extract-status.

           copy "epcredrec.cpy".

       fd  ep-sched-file.

           copy "epschedrec.cpy".

       fd  response-log-file.

           copy "resplogrec.cpy".

           copy "auditrec.cpy".

       fd  change-req-file.

           copy "chgreqrec.cpy".

       fd  chg-journal-file.

           copy "chgjrnrec.cpy".

       fd  extract-file.

       01  extract-line             pic x(80).

       01  credValue              clsString.

      *> The partner's calling schedule, checked before every call:
      *> a call inside a blackout window or past the day's quota is
      *> deferred to the resubmission queue instead of being made.

       01  ws-ep-sched-status     pic x(2).

       01  ws-sched-endpoint      pic x(20).

       01  ws-sched-verdict       pic x(1).
           88  ws-sched-clear               value "C".
           88  ws-sched-blackout            value "B".
           88  ws-sched-over-quota          value "Q".

       01  ws-sched-until         pic x(12).

       01  ws-sched-calls-left    pic 9(5).

       01  ws-sched-calls-today   pic 9(5).

       01  ws-sched-now           pic x(12).

       01  ws-sched-tomorrow      pic 9(8).

       01  ws-sched-idx           pic 9(2).

       01  ws-sched-eof           pic x(1).

       01  ws-call-deferred       pic x(1) value "N".

      *> Schedule maintenance: the windows in the request so far,
      *> and the supervisor's raw answers.

       01  ws-sched-count         pic 9(2).

       01  ws-sched-choice        pic x(1).

       01  ws-sched-raw           pic x(5).

       01  ws-sched-len           pic 9(2).

       01  ws-sched-slot          pic 9(2).

       01  ws-sched-from          pic x(12).

       01  ws-sched-to            pic x(12).

       01  ws-response-log-status  pic x(2).

       01  ws-post-failure-status  pic x(2).

       01  ws-resub-payload        pic x(500) value spaces.

      *> PENDING for a post whose retries ran out, DEFERRED for one
      *> the endpoint's schedule held back.

       01  ws-queue-status         pic x(10) value "PENDING".

      *> "N" while re-posting queue entries for Resubmit, so a
      *> failed re-post does not enqueue a duplicate of the entry
      *> the queue is already holding.

       01  ws-audit-log-status     pic x(2).

       01  ws-change-req-status    pic x(2).

      *> Set to "Y" once an approved change has actually landed on
      *> the endpoint or credential file.

       01  ws-maint-applied        pic x(1) value "N".

      *> Before and after images of every applied change go to the
      *> change journal; the credential token is masked there.

       01  ws-chg-journal-status   pic x(2).

       01  ws-journal-program-id   pic x(20) value "Program1".

       01  ws-journal-operator-id  pic x(20).

       01  ws-journal-file-id      pic x(12).

       01  ws-journal-action       pic x(10).

       01  ws-journal-key          pic x(40).

       01  ws-journal-old-image    pic x(300).

       01  ws-journal-new-image    pic x(300).

       01  ws-top-choice          pic x(1) value "1".
           88  ws-post-action               value "1".
           88  ws-maintain-action           value "2".
           88  ws-maint-update               value "U".
           88  ws-maint-deactivate           value "D".
           88  ws-maint-credential           value "C".
           88  ws-maint-schedule             value "S".

       01  ws-attempt              pic 9(1) value zero.


             perform batch-post

         end-if

      *> "M" is ChgApprove applying an endpoint or credential change
      *> a second supervisor has approved.

         if ls-batch-flag = "M"

             perform apply-approved-change

         end-if

         if ls-batch-flag not = "B" and ls-batch-flag not = "R"
                 and ls-batch-flag not = "M"

             perform select-top-action


                 perform maintain-endpoints

             else

                 if ws-post-action

                     perform post-to-endpoint

                     if ws-call-deferred = "Y"

                         move "DEFERRED" to ws-audit-outcome-code

                     else

                         if send-succeeded

                             move "OK" to ws-audit-outcome-code

                         else

                             move "FAILED" to ws-audit-outcome-code

                         end-if

                     end-if


         end-if

      *> 2 tells the caller the call was held back by the endpoint's
      *> schedule rather than tried and failed.

         if ws-audit-outcome-code = "FAILED"
                 or (ls-batch-flag = "M"
                     and ws-audit-outcome-code not = "MAINTAIN")
             move 4 to return-code
         else
             if ws-audit-outcome-code = "DEFERRED"
                 move 2 to return-code
             else
                 move 0 to return-code
             end-if
         end-if

         move ls-operator-id to ws-audit-operator-id

             end-if

      *> The payload is queued as passed, "@EXTRACT" or "@FILE:"
      *> included, so the check comes before any body is loaded.

             perform check-call-schedule

             if not ws-sched-clear

                 move ls-batch-payload to ws-resub-payload

                 perform defer-call

                 move "DEFERRED" to ws-audit-outcome-code

                 exit paragraph

             end-if

      *> "@EXTRACT" sends the whole structured daily extract file as
      *> the post body; "@FILE:<name>" sends the named report file
      *> the same way (the report distribution step builds these);
             move "1" to ws-top-choice
         end-if.

      *> Endpoint maintenance can take the NIGHTLY-PUSH endpoint
      *> down or swap its credential, so the screen only records
      *> what the supervisor asked for as a pending change request;
      *> a different supervisor approves it in ChgApprove, which
      *> comes back in through apply-approved-change.

       maintain-endpoints.

         display "(A)dd, (U)pdate, (D)eactivate, set a"
             " (C)redential or the (S)chedule for an endpoint: "

         accept ws-maint-choice

         if not ws-maint-add and not ws-maint-update
                 and not ws-maint-deactivate
                 and not ws-maint-credential
                 and not ws-maint-schedule
             move "U" to ws-maint-choice
         end-if


         accept ep-name

         move spaces to change-req-rec

         move ws-maint-choice to cr-ep-choice

         move ep-name to cr-ep-name

         move ls-operator-id to cr-requested-by

         evaluate true

             when ws-maint-credential

                 perform collect-credential

             when ws-maint-schedule

                 perform collect-schedule

             when other

                 move "ENDPOINT" to cr-action

                 if ws-maint-deactivate

                     string "Deactivate endpoint " delimited by size
                         ep-name delimited by space
                         into cr-summary

                 else

                     display "Endpoint URL: "

                     accept cr-ep-url

                     display "Method (GET/POST): "

                     accept cr-ep-method

                     display "Content-Type (blank for GET): "

                     accept cr-ep-content-type

                     if ws-maint-add

                         string "Add endpoint " delimited by size
                             ep-name delimited by space
                             " " cr-ep-method delimited by space
                             " " cr-ep-url delimited by space
                             into cr-summary

                     else

                         string "Update endpoint " delimited by size
                             ep-name delimited by space
                             " " cr-ep-method delimited by space
                             " " cr-ep-url delimited by space
                             into cr-summary

                     end-if

                 end-if

         end-evaluate

         perform write-change-request

         if cr-req-id = spaces

             move "FAILED" to ws-audit-outcome-code

         else

             move "REQUESTED" to ws-audit-outcome-code

         end-if.

      *> The summary is what the approving supervisor sees listed:
      *> scheme and header only, never the key or token itself.

       collect-credential.

         move "CREDENTIAL" to cr-action

         display "Scheme (KEY or BEARER, blank to remove): "

         accept cr-ec-scheme

         if cr-ec-scheme = spaces

             string "Remove credential for " delimited by size
                 ep-name delimited by space
                 into cr-summary

             exit paragraph

         end-if

         if cr-ec-scheme not = "BEARER"

             move "KEY" to cr-ec-scheme

         end-if

         display "Header name (blank for Authorization): "

         accept cr-ec-header-name

         if cr-ec-header-name = spaces

             move "Authorization" to cr-ec-header-name

         end-if

         display "Key or token value: "

         accept cr-ec-token

         string "Set " delimited by size
             cr-ec-scheme delimited by space
             " credential for " delimited by size
             ep-name delimited by space
             " (" delimited by size
             cr-ec-header-name delimited by space
             ", token masked)" delimited by size
             into cr-summary.

      *> The request carries the whole new schedule: what is on file
      *> now, less any window already over, with the supervisor's
      *> changes applied on top.

       collect-schedule.

         move "SCHEDULE" to cr-action

         move zero to cr-es-daily-quota

         move zero to ws-sched-count

         move function current-date(1:12) to ws-sched-now

         open input ep-sched-file

         if ws-ep-sched-status = "00"

             move ep-name to es-name

             read ep-sched-file key is es-name

             if ws-ep-sched-status = "00"

                 move es-daily-quota to cr-es-daily-quota

                 perform varying ws-sched-idx from 1 by 1
                         until ws-sched-idx > 10

                     if es-blackout-until(ws-sched-idx) > ws-sched-now

                         add 1 to ws-sched-count

                         move es-blackout-from(ws-sched-idx)
                             to cr-es-from(ws-sched-count)

                         move es-blackout-until(ws-sched-idx)
                             to cr-es-until(ws-sched-count)

                     end-if

                 end-perform

             end-if

             close ep-sched-file

         end-if

         perform show-schedule-request

         display "Daily call quota (0 for no cap, blank to keep "
             cr-es-daily-quota "): "

         move spaces to ws-sched-raw

         accept ws-sched-raw

         if ws-sched-raw not = spaces

             compute ws-sched-len =
                 function length(function trim(ws-sched-raw))

             if ws-sched-raw(1:ws-sched-len) is numeric

                 compute cr-es-daily-quota =
                     function numval(ws-sched-raw(1:ws-sched-len))

             else

                 display "Not a number - quota left as it was."

             end-if

         end-if

         display "(A)dd a blackout window, (R)emove one, or blank"
             " when done: "

         move space to ws-sched-choice

         accept ws-sched-choice

         perform until ws-sched-choice = space

             evaluate ws-sched-choice

                 when "A"
                 when "a"

                     perform add-schedule-window

                 when "R"
                 when "r"

                     perform remove-schedule-window

                 when other

                     display "Please choose A, R or blank."

             end-evaluate

             perform show-schedule-request

             display "(A)dd a blackout window, (R)emove one, or blank"
                 " when done: "

             move space to ws-sched-choice

             accept ws-sched-choice

         end-perform

         string "Schedule for " delimited by size
             ep-name delimited by space
             ": quota " cr-es-daily-quota ", " delimited by size
             ws-sched-count " blackout window(s)" delimited by size
             into cr-summary.

       show-schedule-request.

         display "Schedule for " ep-name ": daily call quota "
             cr-es-daily-quota " (0 = no cap)"

         if ws-sched-count = zero

             display "  no blackout windows"

         end-if

         perform varying ws-sched-idx from 1 by 1
                 until ws-sched-idx > ws-sched-count

             display "  " ws-sched-idx "  " cr-es-from(ws-sched-idx)
                 " to " cr-es-until(ws-sched-idx)

         end-perform.

       add-schedule-window.

         if ws-sched-count >= 10

             display "All ten blackout window slots are in use."

             exit paragraph

         end-if

         display "Window starts (YYYYMMDDHHMM): "

         accept ws-sched-from

         display "Window ends (YYYYMMDDHHMM): "

         accept ws-sched-to

         if ws-sched-from is not numeric or ws-sched-to is not numeric
                 or ws-sched-to not > ws-sched-from

             display "Give both times as YYYYMMDDHHMM, the end after"
                 " the start."

         else

             if ws-sched-to not > ws-sched-now

                 display "That window is already over."

             else

                 add 1 to ws-sched-count

                 move ws-sched-from to cr-es-from(ws-sched-count)

                 move ws-sched-to to cr-es-until(ws-sched-count)

             end-if

         end-if.

       remove-schedule-window.

         display "Window number to remove: "

         move spaces to ws-sched-raw

         accept ws-sched-raw

         move zero to ws-sched-slot

         if ws-sched-raw not = spaces

             compute ws-sched-len =
                 function length(function trim(ws-sched-raw))

             if ws-sched-len <= 2
                     and ws-sched-raw(1:ws-sched-len) is numeric

                 compute ws-sched-slot =
                     function numval(ws-sched-raw(1:ws-sched-len))

             end-if

         end-if

         if ws-sched-slot = zero or ws-sched-slot > ws-sched-count

             display "No such window."

             exit paragraph

         end-if

         perform varying ws-sched-idx from ws-sched-slot by 1
                 until ws-sched-idx >= ws-sched-count

             move cr-es-blackout(ws-sched-idx + 1)
                 to cr-es-blackout(ws-sched-idx)

         end-perform

         move spaces to cr-es-blackout(ws-sched-count)

         subtract 1 from ws-sched-count.

      *> Applies an approved change request handed over in the
      *> payload by ChgApprove. Only a supervisor session gets this
      *> far, the same gate the maintenance screen has.

       apply-approved-change.

         move "B" to ws-run-mode

         move "N" to ws-maint-applied

         if ls-operator-role not = "SUPERVISOR"

             display "Endpoint maintenance is restricted to supervisors."

             move "DENIED" to ws-audit-outcome-code

             exit paragraph

         end-if

         move ls-batch-payload(1:300) to cr-detail

         move cr-ep-choice to ws-maint-choice

         move cr-ep-name to ep-name

         evaluate true

             when ws-maint-credential

                 perform apply-credential

             when ws-maint-schedule

                 perform apply-schedule

             when ws-maint-deactivate

                 perform apply-deactivate

             when other

                 perform apply-endpoint-fields

         end-evaluate

         if ws-maint-applied = "Y"

             move "MAINTAIN" to ws-audit-outcome-code

         else

             move "FAILED" to ws-audit-outcome-code

         end-if.

       apply-deactivate.

         open i-o endpoint-cfg-file

         if ws-endpoint-status = "35"

             display "Endpoint not found: " ep-name

         else

             read endpoint-cfg-file key is ep-name

             if ws-endpoint-status = "00"

                 move endpoint-cfg-rec to ws-journal-old-image

                 move "N" to ep-active-flag

                 rewrite endpoint-cfg-rec

                 if ws-endpoint-status not = "00"
                     display "Could not deactivate endpoint " ep-name
                         ", status " ws-endpoint-status
                 else
                     move "Y" to ws-maint-applied
                     move "DEACTIVATE" to ws-journal-action
                     perform journal-endpoint-change
                 end-if

             else

                 display "Endpoint not found: " ep-name

             end-if

         end-if

         close endpoint-cfg-file.

       apply-endpoint-fields.

         move cr-ep-url to ep-url

         move cr-ep-method to ep-method

         move cr-ep-content-type to ep-content-type

         move "Y" to ep-active-flag

      *> Re-adding or updating an endpoint is the operator's way of
      *> saying "try it again", so any quarantine is lifted too.

         move "N" to ep-quarantine-flag

         move spaces to ep-quarantine-date

         open i-o endpoint-cfg-file

         if ws-endpoint-status = "35"

             open output endpoint-cfg-file

             close endpoint-cfg-file

             open i-o endpoint-cfg-file

         end-if

         if ws-maint-add

             write endpoint-cfg-rec

             if ws-endpoint-status not = "00"
                 display "Could not add endpoint " ep-name
                     ", status " ws-endpoint-status
             else
                 move "Y" to ws-maint-applied
                 move spaces to ws-journal-old-image
                 move "ADD" to ws-journal-action
                 perform journal-endpoint-change
             end-if

         else

             move spaces to ws-journal-old-image

             move "ADD" to ws-journal-action

             read endpoint-cfg-file key is ep-name

             if ws-endpoint-status = "00"

                 move endpoint-cfg-rec to ws-journal-old-image

                 move "UPDATE" to ws-journal-action

                 move cr-ep-url to ep-url

                 move cr-ep-method to ep-method

                 move cr-ep-content-type to ep-content-type

                 move "Y" to ep-active-flag

                 move "N" to ep-quarantine-flag

                 move spaces to ep-quarantine-date

                 rewrite endpoint-cfg-rec

             else

                 write endpoint-cfg-rec

             end-if

             if ws-endpoint-status not = "00"
                 display "Could not update endpoint " ep-name
                     ", status " ws-endpoint-status
             else
                 move "Y" to ws-maint-applied
                 perform journal-endpoint-change
             end-if

         end-if

         close endpoint-cfg-file.

      *> Stores, replaces or removes the outbound credential for an
      *> endpoint. The credentials live in EPCREDS.DAT, not in the
      *> broadly-read endpoint config.

       apply-credential.

         move ep-name to ec-name

         move cr-ec-scheme to ec-scheme

         if ec-scheme = spaces


                 if ws-cred-status = "00"

                     move ep-cred-rec to ws-journal-old-image

                     delete ep-cred-file record

                     display "Credential removed for " ec-name

                     move "Y" to ws-maint-applied

                     move "DELETE" to ws-journal-action

                     move spaces to ws-journal-new-image

                     perform journal-credential-change

                 else

                     display "No credential on file for " ec-name

         end-if

         move spaces to ws-journal-old-image

         move "ADD" to ws-journal-action

         open i-o ep-cred-file

         if ws-cred-status = "35"

             open output ep-cred-file

             close ep-cred-file

             open i-o ep-cred-file

         end-if

         read ep-cred-file key is ec-name

         if ws-cred-status = "00"

             move ep-cred-rec to ws-journal-old-image

             move "UPDATE" to ws-journal-action

         end-if

         move ep-name to ec-name

         move cr-ec-scheme to ec-scheme

         move cr-ec-header-name to ec-header-name

         move cr-ec-token to ec-token

         if ws-journal-action = "UPDATE"

             rewrite ep-cred-rec

         else

             write ep-cred-rec

         end-if

         if ws-cred-status not = "00"

             display "Credential stored for " ec-name

             move "Y" to ws-maint-applied

             move ep-cred-rec to ws-journal-new-image

             perform journal-credential-change

         end-if

         close ep-cred-file.

      *> Replaces the endpoint's schedule row whole with the one in
      *> the approved request.

       apply-schedule.

         move spaces to ws-journal-old-image

         move "ADD" to ws-journal-action

         open i-o ep-sched-file

         if ws-ep-sched-status = "35"

             open output ep-sched-file

             close ep-sched-file

             open i-o ep-sched-file

         end-if

         move ep-name to es-name

         read ep-sched-file key is es-name

         if ws-ep-sched-status = "00"

             move ep-sched-rec to ws-journal-old-image

             move "UPDATE" to ws-journal-action

         end-if

         move ep-name to es-name

         move cr-es-daily-quota to es-daily-quota

         perform varying ws-sched-idx from 1 by 1
                 until ws-sched-idx > 10

             move cr-es-from(ws-sched-idx)
                 to es-blackout-from(ws-sched-idx)

             move cr-es-until(ws-sched-idx)
                 to es-blackout-until(ws-sched-idx)

         end-perform

         if ws-journal-action = "UPDATE"

             rewrite ep-sched-rec

         else

             write ep-sched-rec

         end-if

         if ws-ep-sched-status not = "00"

             display "Could not store the schedule for " ep-name
                 ", status " ws-ep-sched-status

         else

             display "Schedule stored for " ep-name

             move "Y" to ws-maint-applied

             move ep-sched-rec to ws-journal-new-image

             move "EPSCHED" to ws-journal-file-id

             move ep-name to ws-journal-key

             move ls-operator-id to ws-journal-operator-id

             perform write-journal-record

         end-if

         close ep-sched-file.

      *> The caller has set the action and the before image; the
      *> after image is the endpoint row just written.

       journal-endpoint-change.

         move endpoint-cfg-rec to ws-journal-new-image

         move "ENDPOINTCFG" to ws-journal-file-id

         move ep-name to ws-journal-key

         move ls-operator-id to ws-journal-operator-id

         perform write-journal-record.

      *> Both images are set by the caller; the shared paragraph
      *> masks the token in each.

       journal-credential-change.

         move "EPCREDS" to ws-journal-file-id

         move ec-name to ws-journal-key

         move ls-operator-id to ws-journal-operator-id

         perform write-journal-record.

      *> Looked up fresh on every send: an endpoint with a row on
      *> the credential file gets its key or bearer token attached,
      *> one without is called bare exactly as before the partner

                 else

                     perform check-call-schedule

                     if ws-sched-clear

                         perform send-with-retry

                     else

      *> Nothing has been typed yet, so take the data now for the
      *> queue to post later.

                         if ep-method not = "GET"

                             display "Please enter the data to be"
                                 " posted when the endpoint is clear: "

                             accept ws-resub-payload

                         end-if

                         perform defer-call

                     end-if

                 end-if


         end-if.

      *> Never more attempts than the day's quota still allows, so
      *> the retries themselves cannot run it over.

       check-call-schedule.

         move ep-name to ws-sched-endpoint

         perform check-endpoint-schedule

         if ws-sched-clear and ws-sched-calls-left < ws-max-attempts

             move ws-sched-calls-left to ws-max-attempts

         end-if.

      *> The partner has asked not to be called now. Nothing is sent,
      *> so nothing reaches the response log or POSTFAILURES for
      *> EpHealth to count; the payload waits on RESUBMITQ as
      *> DEFERRED and Resubmit releases it once the window is over or
      *> the quota has reset. A caller passing "R" keeps its own copy,
      *> so nothing is queued for it.

       defer-call.

         move "Y" to ws-call-deferred

         move spaces to ws-last-error

         if ws-sched-blackout

             display "Endpoint " ep-name " is in a blackout window"
                 " until " ws-sched-until

             string "Deferred: blackout window until "
                 ws-sched-until delimited by size
                 into ws-last-error

         else

             display "Endpoint " ep-name " has used its daily call"
                 " quota until " ws-sched-until

             string "Deferred: daily call quota used until "
                 ws-sched-until delimited by size
                 into ws-last-error

         end-if

         if ws-queue-capture-flag = "Y"

             move "DEFERRED" to ws-queue-status

             perform queue-for-resubmission

         end-if.

       send-with-retry.

         move zero to ws-attempt

      *> The payload itself goes on the resubmission queue, so one
      *> bad network night no longer loses that day's numbers - the
      *> nightly Resubmit step re-posts every PENDING entry, and
      *> every DEFERRED one whose endpoint is clear again.

       queue-for-resubmission.


         move ep-name to rsq-endpoint-name

         move ws-queue-status to rsq-status

         move ws-last-error to rsq-error-detail


         close response-log-file.

         copy "chgreqwrite.cpy".

         copy "chgjrnwrite.cpy".

         copy "auditwrite.cpy".

         copy "epschedchk.cpy".

       end program Program1.
