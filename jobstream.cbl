      >>SOURCE FORMAT FREE
identification division.
program-id. jobstream.

*> nightly job-stream driver. the step-control file lists each step
*> of the overnight cycle in order - a step number, the program
*> (with any path it needs), the highest return code the step may
*> end with before the stream stops, and the parameter it runs
*> with. each step is run in turn and its return code read back;
*> a step ending above its ceiling halts the stream there, so a
*> bandbatch reject or an auditverify mismatch never lets the
*> evaluation publish a compliance report built on bad inputs.
*> every step's start and end time and return code go to the run
*> journal. a halt leaves the failed step in the restart file, and
*> the next run picks up at that step instead of the top once the
*> problem is fixed; the word TOP on the command line ignores the
*> restart point and runs the whole stream. return code is the
*> highest any step ended with on a complete run, 12 when the
*> stream halted or the control file would not load.

environment division.
input-output section.
file-control.
    select step-control-file assign to "data/jobstep.ctl"
        organization is line sequential
        file status is step-control-status.
    select journal-file assign to "data/jobstream.jnl"
        organization is line sequential
        file status is journal-file-status.
    select restart-file assign to "data/jobstream.rst"
        organization is line sequential
        file status is restart-file-status.

data division.
file section.
*> one step per line; an asterisk in column 1 marks a comment.
fd  step-control-file.
01 step-control-record.
   05 ctl-seq       pic x(2).
   05 filler        pic x(1).
   05 ctl-program   pic x(30).
   05 filler        pic x(1).
   05 ctl-max-rc    pic x(2).
   05 filler        pic x(1).
   05 ctl-parameter pic x(32).

fd  journal-file.
01 journal-line pic x(172).

fd  restart-file.
01 restart-record.
   05 rst-run-id pic x(14).
   05 filler     pic x(1).
   05 rst-step   pic 9(2).

working-storage section.
01 step-control-status pic x(2).
01 journal-file-status pic x(2).
01 restart-file-status pic x(2).

01 step-count pic 9(2) value 0.
01 step-table.
   05 step-entry occurs 30 times.
      10 sttab-seq       pic 9(2).
      10 sttab-program   pic x(30).
      10 sttab-max-rc    pic 9(2).
      10 sttab-parameter pic x(32).
01 step-sub   pic 9(2).
01 step-match pic 9(2).
01 step-control-eof-switch pic x(1) value 'N'.
   88 step-control-eof value 'Y'.

01 run-parameter pic x(32) value spaces.
01 from-top-switch pic x(1) value 'N'.
   88 from-top value 'Y'.

01 resume-step   pic 9(2) value 0.
01 resume-run-id pic x(14) value spaces.

01 halt-switch pic x(1) value 'N'.
   88 stream-halted value 'Y'.
01 halt-step pic 9(2) value 0.

01 step-command pic x(100).
01 step-rc      pic 9(5).
01 stream-rc    pic 9(3) value 0.

01 current-date-time pic x(21).
01 run-id            pic x(14).
01 step-start-stamp  pic x(14).
01 step-end-stamp    pic x(14).

01 journal-step-line.
   05 jns-run-id    pic x(14).
   05 filler        pic x(6)  value " STEP ".
   05 jns-seq       pic 9(2).
   05 filler        pic x(1)  value spaces.
   05 jns-program   pic x(30).
   05 filler        pic x(1)  value spaces.
   05 jns-parameter pic x(32).
   05 filler        pic x(7)  value " START ".
   05 jns-start     pic x(14).
   05 filler        pic x(5)  value " END ".
   05 jns-end       pic x(14).
   05 filler        pic x(4)  value " RC ".
   05 jns-rc        pic zzz9.
   05 filler        pic x(5)  value " MAX ".
   05 jns-max       pic z9.
   05 filler        pic x(2)  value spaces.
   05 jns-outcome   pic x(29).

01 journal-stream-line.
   05 jnr-run-id    pic x(14).
   05 filler        pic x(8)  value " STREAM ".
   05 jnr-text      pic x(100).

01 rc-disp pic zz9.

procedure division.
main-procedure.
       move function current-date to current-date-time
       move current-date-time(1:14) to run-id
       move spaces to run-parameter
       accept run-parameter from command-line
       if function upper-case(function trim(run-parameter)) = "TOP"
           move 'Y' to from-top-switch
       end-if

       perform load-step-control
       perform open-journal-file
       perform read-restart-point
       perform write-stream-start

       perform run-step
           varying step-sub from 1 by 1
           until step-sub > step-count or stream-halted

       perform write-stream-end
       close journal-file
       if stream-halted
           perform write-restart-point
           move 12 to return-code
       else
           perform clear-restart-point
           move stream-rc to return-code
       end-if
       stop run.

load-step-control.
*> a step list that will not load cannot be run halfway: any bad
*> line stops the driver before the first step.
       open input step-control-file
       if step-control-status not = "00"
           display "unable to open step-control file, status " step-control-status
           move 12 to return-code
           stop run
       end-if
       move 0 to step-count
       move 'N' to step-control-eof-switch
       perform read-step-control
       perform store-step-control until step-control-eof
       close step-control-file
       if step-count = 0
           display "step-control file lists no steps"
           move 12 to return-code
           stop run
       end-if.

read-step-control.
       read step-control-file
           at end move 'Y' to step-control-eof-switch
       end-read.

store-step-control.
       if step-control-record(1:1) not = "*" and
          step-control-record not = spaces
           if ctl-seq is not numeric or ctl-max-rc is not numeric
              or ctl-program = spaces
               display "step-control line not valid: " step-control-record
               close step-control-file
               move 12 to return-code
               stop run
           end-if
           if step-count >= 30
               display "step table full at 30 - stream not run"
               close step-control-file
               move 12 to return-code
               stop run
           end-if
           if step-count > 0
               if ctl-seq not > sttab-seq(step-count)
                   display "step numbers out of order at step " ctl-seq
                   close step-control-file
                   move 12 to return-code
                   stop run
               end-if
           end-if
           add 1 to step-count
           move ctl-seq       to sttab-seq(step-count)
           move ctl-program   to sttab-program(step-count)
           move ctl-max-rc    to sttab-max-rc(step-count)
           move ctl-parameter to sttab-parameter(step-count)
       end-if
       perform read-step-control.

open-journal-file.
       open extend journal-file
       if journal-file-status = "35"
           open output journal-file
       end-if
       if journal-file-status not = "00"
           display "unable to open run journal, status " journal-file-status
           move 12 to return-code
           stop run
       end-if.

read-restart-point.
*> step 00 - or no restart file - means the last stream finished.
       move 0 to resume-step
       move spaces to resume-run-id
       open input restart-file
       if restart-file-status = "00"
           read restart-file
               at end move 0 to rst-step
           end-read
           if restart-file-status = "00" and rst-step is numeric
               move rst-step   to resume-step
               move rst-run-id to resume-run-id
           end-if
           close restart-file
       end-if
       if from-top
           move 0 to resume-step
       end-if
       if resume-step > 0
           move 0 to step-match
           perform find-resume-step
               varying step-sub from 1 by 1 until step-sub > step-count
           if step-match = 0
               display "restart step " resume-step
                   " is not in the step-control file - rerun with TOP"
               close journal-file
               move 12 to return-code
               stop run
           end-if
       end-if.

find-resume-step.
       if sttab-seq(step-sub) = resume-step
           move step-sub to step-match
       end-if.

write-restart-point.
       open output restart-file
       move spaces    to restart-record
       move run-id    to rst-run-id
       move halt-step to rst-step
       write restart-record
       close restart-file.

clear-restart-point.
       open output restart-file
       move spaces to restart-record
       move run-id to rst-run-id
       move 0      to rst-step
       write restart-record
       close restart-file.

write-stream-start.
       move run-id to jnr-run-id
       move spaces to jnr-text
       if resume-step > 0
           string "START - RESUMING AT STEP " delimited by size
                  resume-step delimited by size
                  " AFTER HALT IN RUN " delimited by size
                  resume-run-id delimited by size
               into jnr-text
           end-string
           display "jobstream: resuming at step " resume-step
       else
           move "START - FROM THE TOP" to jnr-text
       end-if
       move journal-stream-line to journal-line
       write journal-line.

write-stream-end.
       move function current-date to current-date-time
       move run-id to jnr-run-id
       move spaces to jnr-text
       if stream-halted
           string "END " delimited by size
                  current-date-time(1:14) delimited by size
                  " - HALTED AT STEP " delimited by size
                  halt-step delimited by size
                  ", RERUN RESUMES THERE" delimited by size
               into jnr-text
           end-string
           display "jobstream: halted at step " halt-step
       else
           move stream-rc to rc-disp
           string "END " delimited by size
                  current-date-time(1:14) delimited by size
                  " - COMPLETE, HIGHEST RC " delimited by size
                  function trim(rc-disp) delimited by size
               into jnr-text
           end-string
           display "jobstream: complete, highest rc " stream-rc
       end-if
       move journal-stream-line to journal-line
       write journal-line.

run-step.
       move run-id                     to jns-run-id
       move sttab-seq(step-sub)        to jns-seq
       move sttab-program(step-sub)    to jns-program
       move sttab-parameter(step-sub)  to jns-parameter
       move sttab-max-rc(step-sub)     to jns-max
       if sttab-seq(step-sub) < resume-step
           move spaces to jns-start
           move spaces to jns-end
           move 0 to jns-rc
           move "SKIPPED - DONE IN LAST RUN" to jns-outcome
       else
           perform execute-step
           move step-start-stamp to jns-start
           move step-end-stamp   to jns-end
           move step-rc          to jns-rc
           if step-rc > sttab-max-rc(step-sub)
               move "HALTED - RC OVER MAXIMUM" to jns-outcome
               move 'Y' to halt-switch
               move sttab-seq(step-sub) to halt-step
           else
               move "OK" to jns-outcome
               if step-rc > stream-rc
                   move step-rc to stream-rc
               end-if
           end-if
       end-if
       move journal-step-line to journal-line
       write journal-line.

execute-step.
*> the shell hands back a wait status, the step's own return code
*> sitting in the high byte; a program that could not be started
*> at all comes back as 127 and halts the stream like any failure.
       move spaces to step-command
       if sttab-parameter(step-sub) = spaces
           move sttab-program(step-sub) to step-command
       else
           string function trim(sttab-program(step-sub)) delimited by size
                  " " delimited by size
                  function trim(sttab-parameter(step-sub)) delimited by size
               into step-command
           end-string
       end-if
       display "jobstream: step " sttab-seq(step-sub) " " function trim(step-command)
       move function current-date to current-date-time
       move current-date-time(1:14) to step-start-stamp
       call "SYSTEM" using step-command
       move return-code to step-rc
       move 0 to return-code
       if step-rc > 255
           divide step-rc by 256 giving step-rc
       end-if
       move function current-date to current-date-time
       move current-date-time(1:14) to step-end-stamp
       display "jobstream: step " sttab-seq(step-sub) " ended rc " step-rc.
