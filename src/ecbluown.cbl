       *>**
       *>  ECBLUOWN
       *>  Failure routing to the owning teams of an ECBLUnit run
       *>
       *>  Reads the RESULTS dataset of a run (or the MERGED one of a
       *>  split run) and routes its FAILURE, EXCEPTION, INTSUITE,
       *>  STALE, SHRUNK and BLOCKED records to the team owning each
       *>  suite, as named on the OWNERS dataset: one line per
       *>  owner rule, a suite name or TAG=name (resolved through the
       *>  MANIFEST dataset the run itself uses), the owning team and
       *>  its contact, e.g.
       *>    TESTKEY   PAYROLL  payroll-oncall@example.com
       *>    TAG=gl    LEDGER   ledger-batch@example.com
       *>  A rule naming the suite wins over a tag rule, and the
       *>  first matching tag rule wins over later ones. Each team
       *>  with something to report gets one notification written to
       *>  the DD carrying the team's name (a member of the mail
       *>  step's notification library), listing only that team's
       *>  broken suites, assertions, labels and abend tokens; suites
       *>  nobody owns, and those of a team whose DD is not
       *>  allocated, land on the UNOWNED DD so nothing gets lost.
       *>  Return code 0 when there was nothing to route, 4 when
       *>  notifications were written, 8 when RESULTS or a team's DD
       *>  was not available.
       *>
       *>  @author Olegs Kunicins
       *>  @license GPL
       *>
       *>  This program is free software; you can redistribute it and/or
       *>  modify it under the terms of the GNU General Public License
       *>  as published by the Free Software Foundation; either version
       *>  2, or (at your option) any later version.
       *>
       *>  This program is distributed in the hope that it will be
       *>  useful, but WITHOUT ANY WARRANTY; without even the implied
       *>  warranty of MERCHANTABILITY or FITNESS FOR A PARTICULAR
       *>  PURPOSE. See the GNU General Public License for more details.
       *>**

       identification division.
       program-id. ECBLUOWN.
       environment division.
       input-output section.
       file-control.
           select results-file assign to RESULTS
             organization line sequential
             file status is results-status.
           select owners-file assign to OWNERS
             organization line sequential
             file status is owners-status.
           select manifest-file assign to MANIFEST
             organization line sequential
             file status is manifest-status.
           select notify-file assign using notify-dd
             organization line sequential
             file status is notify-status.
       data division.
       file section.
       fd  results-file.
       01 results-record pic x(1200).
       fd  owners-file.
       01 owners-record pic x(80).
       fd  manifest-file.
       01 manifest-record pic x(80).
       fd  notify-file.
       01 notify-record pic x(132).
       working-storage section.
      * constants
       01 INTRO.
        05 filler pic x(8) value "ECBLUOWN".
        05 filler pic x value SPACE.
        05 filler pic x(38) value
           "failure routing to the owning teams.".

      * files
       01 results-status pic xx value SPACES.
       01 owners-status pic xx value SPACES.
       01 manifest-status pic xx value SPACES.
       01 notify-status pic xx value SPACES.
       01 notify-dd pic x(8).

      * owner rules in OWNERS order: a suite name or a manifest tag
      * and the team it routes to
       01 rules-count pic 9(3) usage binary value 0.
       01 rule-table.
        05 rule-entry occurs 999 times.
         10 rule-suite pic x(8).
         10 rule-tag pic x(16).
         10 rule-team pic 9(3) usage binary.
       01 rule-idx pic 9(3) usage binary.
       01 rule-name pic x(20).
       01 rule-team-name pic x(8).
       01 rule-contact pic x(60).

      * teams; the UNOWNED catch-all is added when first needed
       01 teams-count pic 9(3) usage binary value 0.
       01 team-table.
        05 team-entry occurs 99 times.
         10 team-name pic x(8).
         10 team-contact pic x(60).
         10 team-items pic 9(5) usage binary.
         10 team-suites pic 9(5) usage binary.
       01 team-idx pic 9(3) usage binary.
       01 team-found pic 9(3) usage binary.
       01 unowned-team pic 9(3) usage binary value 0.

      * suite tags off the MANIFEST dataset, for TAG= rules
       01 manifest-count pic 9(3) usage binary value 0.
       01 manifest-table.
        05 manifest-entry occurs 999 times.
         10 manifest-suite pic x(8).
         10 manifest-tag-entry occurs 8 times pic x(16).
       01 manifest-idx pic 9(3) usage binary.
       01 manifest-tag-idx pic 9(3) usage binary.

      * routed notification items, RESULTS order
       01 items-count pic 9(4) usage binary value 0.
       01 item-table.
        05 item-entry occurs 1999 times.
         10 item-team pic 9(3) usage binary.
         10 item-suite pic x(8).
         10 item-text pic x(100).
         10 item-done-flag pic x.
       01 item-idx pic 9(4) usage binary.
       01 item-scan-idx pic 9(4) usage binary.
       01 items-dropped pic 9(5) usage binary value 0.

      * RESULTS record field split
       01 rec-tag pic x(12).
       01 rec-suite pic x(8).
       01 rec-field-3 pic x(30).
       01 rec-field-4 pic x(30).
       01 rec-exp pic x(512).
       01 rec-act pic x(512).
       01 rec-label pic x(30).
       01 item-suite-new pic x(8).
       01 item-text-new pic x(100).

      * run identification and report
       01 run-date.
        05 run-yyyy pic x(4).
        05 run-mm pic x(2).
        05 run-dd pic x(2).
       01 run-time-stamp.
        05 run-hh pic 9(2).
        05 run-mi pic 9(2).
        05 run-ss pic 9(2).
       01 count-disp pic zzzz9.
       01 report-line pic x(80).
       01 routed-total pic 9(5) usage binary value 0.
       01 notify-open-switch pic x.
        88 notify-open value "Y".
       linkage section.
       01 arg.
        05 arg-len pic 9(3) usage binary.
        05 arg-value pic x(81).
       procedure division using arg.
       own-init section.
           display INTRO.
           accept run-date from DATE YYYYMMDD.
           accept run-time-stamp from TIME.
           move 0 to RETURN-CODE.

           perform own-load-owners.
           perform own-load-manifest.
           perform own-load-results.
           if items-count = 0
             display "Nothing to route - no broken suites on RESULTS"
             stop run
           end-if.

           *> the catch-all goes last, so the items of any team whose
           *> DD turns out to be missing can still be moved onto it
           perform varying team-idx from 1 by 1
             until team-idx > teams-count
             if team-idx not = unowned-team
               and team-items(team-idx) > 0
               perform own-write-team
             end-if
           end-perform.
           if unowned-team not = 0
             move unowned-team to team-idx
             if team-items(team-idx) > 0
               perform own-write-team
             end-if
           end-if.

           perform own-report.
           stop run.

       own-load-owners section.
           *> a missing OWNERS dataset routes everything to UNOWNED
           open input owners-file.
           if owners-status not = "00"
             display "OWNERS dataset not available - status "
               owners-status " - everything routes to UNOWNED"
             go to own-load-owners-exit
           end-if.
           perform until owners-status not = "00"
             move SPACES to owners-record
             read owners-file
             if owners-status = "00"
               and owners-record not = SPACES
               and owners-record(1:1) not = "*"
               perform own-take-owner
             end-if
           end-perform.
           close owners-file.

       own-load-owners-exit.
           exit.

       own-take-owner section.
           move SPACES to rule-name.
           move SPACES to rule-team-name.
           move SPACES to rule-contact.
           unstring owners-record delimited by all SPACES
             into rule-name, rule-team-name
           end-unstring.
           if rule-name = SPACES or rule-team-name = SPACES
             display "Owner rule ignored: "
               function trim(owners-record)
             go to own-take-owner-exit
           end-if.
           if rules-count >= 999
             display "Over 999 owner rules - "
               function trim(owners-record) " ignored"
             go to own-take-owner-exit
           end-if.
           *> the contact is whatever follows the team name
           perform own-take-contact.
           perform own-find-team.
           if team-found = 0
             go to own-take-owner-exit
           end-if.
           add 1 to rules-count.
           move SPACES to rule-suite(rules-count).
           move SPACES to rule-tag(rules-count).
           if rule-name(1:4) = "TAG="
             move rule-name(5:16) to rule-tag(rules-count)
           else
             move rule-name(1:8) to rule-suite(rules-count)
           end-if.
           move team-found to rule-team(rules-count).

       own-take-owner-exit.
           exit.

       own-take-contact section.
           *> skip the rule name, the blanks after it, the team name
           *> and the blanks after that; the rest is the contact
           move 1 to item-scan-idx.
           perform until item-scan-idx > length of owners-record
             or owners-record(item-scan-idx:1) = SPACE
             add 1 to item-scan-idx
           end-perform.
           perform until item-scan-idx > length of owners-record
             or owners-record(item-scan-idx:1) not = SPACE
             add 1 to item-scan-idx
           end-perform.
           perform until item-scan-idx > length of owners-record
             or owners-record(item-scan-idx:1) = SPACE
             add 1 to item-scan-idx
           end-perform.
           perform until item-scan-idx > length of owners-record
             or owners-record(item-scan-idx:1) not = SPACE
             add 1 to item-scan-idx
           end-perform.
           if item-scan-idx <= length of owners-record
             move owners-record(item-scan-idx:) to rule-contact
           end-if.

       own-find-team section.
           *> team by name, added on first sight; the first contact
           *> given for a team is the one its notifications carry
           move 0 to team-found.
           perform varying team-idx from 1 by 1
             until team-idx > teams-count
             if team-name(team-idx) = rule-team-name
               move team-idx to team-found
               exit perform
             end-if
           end-perform.
           if team-found = 0
             *> the last slot is kept for the UNOWNED catch-all
             if teams-count >= 98 and rule-team-name not = "UNOWNED"
               display "Over 98 owning teams - " rule-team-name
                 " ignored"
               go to own-find-team-exit
             end-if
             add 1 to teams-count
             move teams-count to team-found
             move rule-team-name to team-name(team-found)
             move SPACES to team-contact(team-found)
             move 0 to team-items(team-found)
             move 0 to team-suites(team-found)
             if rule-team-name = "UNOWNED"
               move team-found to unowned-team
             end-if
           end-if.
           if team-contact(team-found) = SPACES
             move rule-contact to team-contact(team-found)
           end-if.

       own-find-team-exit.
           exit.

       own-load-manifest section.
           *> only TAG= rules need the manifest; without one they
           *> simply never match
           open input manifest-file.
           if manifest-status not = "00"
             go to own-load-manifest-exit
           end-if.
           perform until manifest-status not = "00"
             read manifest-file
             if manifest-status = "00"
               and manifest-record not = SPACES
               and manifest-record(1:1) not = "*"
               and manifest-count < 999
               add 1 to manifest-count
               move SPACES to manifest-entry(manifest-count)
               unstring manifest-record delimited by all SPACES
                 into manifest-suite(manifest-count),
                   manifest-tag-entry(manifest-count, 1),
                   manifest-tag-entry(manifest-count, 2),
                   manifest-tag-entry(manifest-count, 3),
                   manifest-tag-entry(manifest-count, 4),
                   manifest-tag-entry(manifest-count, 5),
                   manifest-tag-entry(manifest-count, 6),
                   manifest-tag-entry(manifest-count, 7),
                   manifest-tag-entry(manifest-count, 8)
               end-unstring
             end-if
           end-perform.
           close manifest-file.

       own-load-manifest-exit.
           exit.

       own-load-results section.
           open input results-file.
           if results-status not = "00"
             display "RESULTS dataset not available - status "
               results-status
             move 8 to RETURN-CODE
             stop run
           end-if.
           perform until results-status not = "00"
             read results-file
             if results-status = "00"
               perform own-take-result
             end-if
           end-perform.
           close results-file.

       own-take-result section.
           move SPACES to rec-tag.
           move SPACES to rec-suite.
           move SPACES to rec-field-3.
           move SPACES to rec-field-4.
           move SPACES to rec-label.
           move SPACES to item-text-new.
           if results-record(1:8) = "FAILURE|"
             *> the hex expected/actual values stay on RESULTS; the
             *> notification names the assertion and its label
             unstring results-record delimited by "|"
               into rec-tag, rec-suite, rec-field-3, rec-field-4,
                 rec-exp, rec-act, rec-label
             end-unstring
             string "ASSERTION #" delimited by size
               rec-field-3 delimited by SPACE
               " " delimited by size
               rec-field-4 delimited by SPACE
               " FAILED " delimited by size
               rec-label delimited by size
               into item-text-new
             end-string
             perform own-route
             go to own-take-result-exit
           end-if.
           if results-record(1:10) = "EXCEPTION|"
             unstring results-record delimited by "|"
               into rec-tag, rec-suite, rec-field-3, rec-field-4
             end-unstring
             string "ABEND CONDITION " delimited by size
               rec-field-3 delimited by SPACE
               " AFTER ASSERTION #" delimited by size
               rec-field-4 delimited by SPACE
               into item-text-new
             end-string
             perform own-route
             go to own-take-result-exit
           end-if.
           if results-record(1:9) = "INTSUITE|"
             unstring results-record delimited by "|"
               into rec-tag, rec-suite, rec-field-3
             end-unstring
             string "INTERMITTENT - PASSED ON RETRY AFTER "
               delimited by size
               rec-field-3 delimited by SPACE
               " FAILURE(S)" delimited by size
               into item-text-new
             end-string
             perform own-route
             go to own-take-result-exit
           end-if.
           if results-record(1:6) = "STALE|"
             unstring results-record delimited by "|"
               into rec-tag, rec-suite, rec-field-3
             end-unstring
             string "STALE WAIVER #" delimited by size
               rec-field-3 delimited by SPACE
               " DID NOT FAIL - RETIRE IT" delimited by size
               into item-text-new
             end-string
             perform own-route
             go to own-take-result-exit
           end-if.
           if results-record(1:7) = "SHRUNK|"
             unstring results-record delimited by "|"
               into rec-tag, rec-suite, rec-field-3, rec-field-4,
                 rec-label
             end-unstring
             string "ASSERTION COUNT SHRUNK TO " delimited by size
               rec-field-3 delimited by SPACE
               " FROM A RECENT " delimited by size
               rec-field-4 delimited by SPACE
               " (DOWN " delimited by size
               rec-label delimited by SPACE
               "%)" delimited by size
               into item-text-new
             end-string
             perform own-route
             go to own-take-result-exit
           end-if.
           if results-record(1:8) = "BLOCKED|"
             unstring results-record delimited by "|"
               into rec-tag, rec-suite, rec-field-3, rec-field-4
             end-unstring
             string "NOT RUN - PREREQUISITE " delimited by size
               rec-field-3 delimited by SPACE
               " " delimited by size
               rec-field-4 delimited by SPACE
               into item-text-new
             end-string
             perform own-route
           end-if.

       own-take-result-exit.
           exit.

       own-route section.
           if rec-suite = SPACES
             go to own-route-exit
           end-if.
           if items-count >= 1999
             add 1 to items-dropped
             go to own-route-exit
           end-if.
           move rec-suite to item-suite-new.
           perform own-resolve-owner.
           add 1 to items-count.
           move team-found to item-team(items-count).
           move item-suite-new to item-suite(items-count).
           move item-text-new to item-text(items-count).
           move SPACE to item-done-flag(items-count).
           add 1 to team-items(team-found).

       own-route-exit.
           exit.

       own-resolve-owner section.
           *> a rule naming the suite wins; failing that the first
           *> TAG= rule matching any of the suite's manifest tags
           move 0 to team-found.
           perform varying rule-idx from 1 by 1
             until rule-idx > rules-count
             if rule-suite(rule-idx) = item-suite-new
               move rule-team(rule-idx) to team-found
               exit perform
             end-if
           end-perform.
           if team-found not = 0
             go to own-resolve-owner-exit
           end-if.
           perform varying manifest-idx from 1 by 1
             until manifest-idx > manifest-count
             if manifest-suite(manifest-idx) = item-suite-new
               exit perform
             end-if
           end-perform.
           if manifest-idx <= manifest-count
             perform varying rule-idx from 1 by 1
               until rule-idx > rules-count or team-found not = 0
               if rule-tag(rule-idx) not = SPACES
                 perform varying manifest-tag-idx from 1 by 1
                   until manifest-tag-idx > 8
                   if manifest-tag-entry(manifest-idx,
                     manifest-tag-idx) = rule-tag(rule-idx)
                     move rule-team(rule-idx) to team-found
                     exit perform
                   end-if
                 end-perform
               end-if
             end-perform
           end-if.
           if team-found = 0
             perform own-unowned-team
             move unowned-team to team-found
           end-if.

       own-resolve-owner-exit.
           exit.

       own-unowned-team section.
           if unowned-team not = 0
             go to own-unowned-team-exit
           end-if.
           *> owner rules leave the last slot free for it
           add 1 to teams-count.
           move teams-count to unowned-team.
           move "UNOWNED" to team-name(unowned-team).
           move SPACES to team-contact(unowned-team).
           move 0 to team-items(unowned-team).
           move 0 to team-suites(unowned-team).

       own-unowned-team-exit.
           exit.

       own-write-team section.
           *> one notification per team on the DD carrying its name
           move SPACE to notify-open-switch.
           move team-name(team-idx) to notify-dd.
           open output notify-file.
           if notify-status = "00"
             move "Y" to notify-open-switch
           end-if.
           if not notify-open
             perform own-team-unavailable
             go to own-write-team-exit
           end-if.
           move SPACES to notify-record.
           string "ECBLUNIT FAILURE NOTIFICATION FOR TEAM "
             delimited by size
             team-name(team-idx) delimited by SPACE
             into notify-record
           end-string.
           write notify-record.
           move SPACES to notify-record.
           if team-contact(team-idx) = SPACES
             move "CONTACT: (none on OWNERS)" to notify-record
           else
             string "CONTACT: " delimited by size
               team-contact(team-idx) delimited by size
               into notify-record
             end-string
           end-if.
           write notify-record.
           move SPACES to notify-record.
           string "ROUTED: " delimited by size
             run-yyyy delimited by size "-" delimited by size
             run-mm delimited by size "-" delimited by size
             run-dd delimited by size " " delimited by size
             run-hh delimited by size ":" delimited by size
             run-mi delimited by size ":" delimited by size
             run-ss delimited by size
             into notify-record
           end-string.
           write notify-record.
           *> items grouped by suite, suites in RESULTS order
           move 0 to team-suites(team-idx).
           perform varying item-idx from 1 by 1
             until item-idx > items-count
             if item-team(item-idx) = team-idx
               and item-done-flag(item-idx) not = "Y"
               perform own-write-suite
             end-if
           end-perform.
           move SPACES to notify-record.
           write notify-record.
           move SPACES to notify-record.
           move team-suites(team-idx) to count-disp.
           string "SUITES: " delimited by size
             count-disp delimited by size
             into notify-record
           end-string.
           move team-items(team-idx) to count-disp.
           string "  ITEMS: " delimited by size
             count-disp delimited by size
             into notify-record(14:)
           end-string.
           write notify-record.
           close notify-file.
           add team-items(team-idx) to routed-total.

       own-write-team-exit.
           exit.

       own-write-suite section.
           add 1 to team-suites(team-idx).
           move SPACES to notify-record.
           write notify-record.
           move SPACES to notify-record.
           string "SUITE " delimited by size
             item-suite(item-idx) delimited by size
             into notify-record
           end-string.
           write notify-record.
           perform varying item-scan-idx from item-idx by 1
             until item-scan-idx > items-count
             if item-team(item-scan-idx) = team-idx
               and item-suite(item-scan-idx) = item-suite(item-idx)
               move SPACES to notify-record
               string "  " delimited by size
                 item-text(item-scan-idx) delimited by size
                 into notify-record
               end-string
               write notify-record
               move "Y" to item-done-flag(item-scan-idx)
             end-if
           end-perform.

       own-team-unavailable section.
           *> a team without its DD loses nothing: its items move to
           *> UNOWNED, and when that is the one missing they go to
           *> the console instead
           display "Notification DD " notify-dd
             " not available - status " notify-status.
           move 8 to RETURN-CODE.
           if team-idx = unowned-team
             perform varying item-idx from 1 by 1
               until item-idx > items-count
               if item-team(item-idx) = team-idx
                 display "  " item-suite(item-idx) SPACE
                   function trim(item-text(item-idx))
               end-if
             end-perform
             go to own-team-unavailable-exit
           end-if.
           perform own-unowned-team.
           perform varying item-idx from 1 by 1
             until item-idx > items-count
             if item-team(item-idx) = team-idx
               move unowned-team to item-team(item-idx)
               add 1 to team-items(unowned-team)
             end-if
           end-perform.
           display "  " team-name(team-idx)
             " items routed to UNOWNED instead".
           move 0 to team-items(team-idx).

       own-team-unavailable-exit.
           exit.

       own-report section.
           display "Notifications:".
           perform varying team-idx from 1 by 1
             until team-idx > teams-count
             if team-suites(team-idx) > 0
               move SPACES to report-line
               move team-suites(team-idx) to count-disp
               string "  " delimited by size
                 team-name(team-idx) delimited by size
                 " suites:" delimited by size
                 count-disp delimited by size
                 into report-line
               end-string
               move team-items(team-idx) to count-disp
               string "  items:" delimited by size
                 count-disp delimited by size
                 into report-line(24:)
               end-string
               display report-line
             end-if
           end-perform.
           if items-dropped > 0
             move items-dropped to count-disp
             display "Over 1999 items - " count-disp
               " not routed"
             move 8 to RETURN-CODE
           end-if.
           move routed-total to count-disp.
           display "Items routed: " count-disp.
           *> something was routed: a warning code for the mail step
           if RETURN-CODE = 0 and routed-total > 0
             move 4 to RETURN-CODE
           end-if.
       end program ECBLUOWN.
