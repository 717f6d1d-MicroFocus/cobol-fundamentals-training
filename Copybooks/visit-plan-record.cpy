      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * One visit-plan-record per planned site visit on VISPLAN, keyed
      * on the SITEMAST site code and the planned visit date.
      * survey-visit-schedule spreads each site's required visits
      * across its visit window and books a ROSTER volunteer or survey
      * lead on each slot; vp-booking-key (member and date) is a
      * non-unique alternate key so a member's bookings on a date can
      * be read directly and nobody is booked twice on one day.  A
      * slot nobody could take is kept unfilled with member zero.
      * Coordinators move a slot to another member through
      * survey-visit-reassign, which marks the slot reassigned.
      * survey-missed-visits reports slots that have passed with no
      * count sheet from the site on the planned date.
       01  visit-plan-record.
           05  vp-slot-key.
               10  vp-site-code        pic x(04).
               10  vp-visit-date       pic 9(08).
           05  vp-booking-key.
               10  vp-member-number    pic 9(05).
               10  vp-booking-date     pic 9(08).
           05  vp-member-last-name     pic x(15).
           05  vp-member-role          pic x(02).
           05  vp-slot-status          pic x(01).
               88  vp-slot-filled          value "F".
               88  vp-slot-unfilled        value "U".
           05  vp-reassigned-switch    pic x(01).
               88  vp-reassigned           value "Y".
           05  vp-last-set-date        pic 9(08).
