      *              SJ 12nn stckdgst        SK 13nn stcktrcn
      *              SQ 14nn stckqcmp        SO 15nn stckbord
      *              SX 16nn rgnrpt          SE 17nn stckxtrc
      *              SU 18nn stckcaud        SD 19nn stckpkld
      *              SF 20nn stckpkrp        SY 21nn stckcert
      *              SZ 22nn stckpfit        SI 23nn stckacon
      *              SH 24nn stckmutl        SS 25nn stckrctl
      *              RC 26nn stckrcon
      ******************************************************************
       01  msg-program           pic x(12) value spaces.
       01  msg-id                pic x(7)  value spaces.
       01  msg-jrnl-status       pic x(2).
       01  msg-jrnl-switch       pic x(1) value "N".
           88  msg-jrnl-open         value "Y".
       01  msg-event-switch      pic x(1) value "Y".
           88  msg-event-open        value "Y".
           88  msg-event-closed      value "N".
       01  msg-stamp-date        pic 9(8).
       01  msg-stamp-time        pic 9(8).

       01  msg-entry-count       pic 9(3) comp-5 value 252.
       01  msg-catalog-values.
           05  filler            pic x(7)  value "SW0001E".
           05  filler            pic x(50) value
               "Run summary report follows, iterations".
           05  filler            pic x(7)  value "SR0105I".
           05  filler            pic x(50) value
               "Run appended to STCKHIST, run-stamp".
           05  filler            pic x(7)  value "SR0106I".
           05  filler            pic x(50) value
               "Growth-rate analysis follows, bytes/second".
           05  filler            pic x(7)  value "SG0206W".
           05  filler            pic x(50) value
               "Insufficient history to form a baseline".
           05  filler            pic x(7)  value "SG0207W".
           05  filler            pic x(50) value
               "Unable to open STCKWAIV - no waivers, status".
           05  filler            pic x(7)  value "SG0208I".
           05  filler            pic x(50) value
               "GATECONFIG not set - waivers not consulted".
           05  filler            pic x(7)  value "SG0209W".
           05  filler            pic x(50) value
               "Waiver not applied - expired/unapproved/bad, eff".
           05  filler            pic x(7)  value "SG0210I".
           05  filler            pic x(50) value
               "Approved waiver applied, effective".
           05  filler            pic x(7)  value "SG0211I".
           05  filler            pic x(50) value
               "Headroom gate verdict WAIVED".
           05  filler            pic x(7)  value "SG0212I".
           05  filler            pic x(50) value
               "Headroom gate verdict REBASELINED".
           05  filler            pic x(7)  value "SV0301E".
           05  filler            pic x(50) value
               "Unable to open STACKLOG, status".
           05  filler            pic x(7)  value "SA0409E".
           05  filler            pic x(50) value
               "Invalid operator command input".
           05  filler            pic x(7)  value "SA0410S".
           05  filler            pic x(50) value
               "STACK OVERFLOW exit - critical alert, thread".
           05  filler            pic x(7)  value "SA0411W".
           05  filler            pic x(50) value
               "Transition not legal for alert state -".
           05  filler            pic x(7)  value "SA0412I".
           05  filler            pic x(50) value
               "Alert reopened by operator, thread".
           05  filler            pic x(7)  value "SA0413W".
           05  filler            pic x(50) value
               "Unable to log action to STCKAACT, status".
           05  filler            pic x(7)  value "SA0414W".
           05  filler            pic x(50) value
               "STCKOWNR ownership file unreadable, status".
           05  filler            pic x(7)  value "SA0415W".
           05  filler            pic x(50) value
               "Hand-off has no owning support group -".
           05  filler            pic x(7)  value "SA0416W".
           05  filler            pic x(50) value
               "No STCKOWNR ownership file - hand-offs unrouted".
           05  filler            pic x(7)  value "SC0501E".
           05  filler            pic x(50) value
               "ARCLCONFIG/ARCLRUNSTAMP missing or invalid".
           05  filler            pic x(7)  value "SM0714I".
           05  filler            pic x(50) value
               "Watching processes, count".
           05  filler            pic x(7)  value "SM0715S".
           05  filler            pic x(50) value
               "Watched process died of STACK OVERFLOW, image".
           05  filler            pic x(7)  value "SM0716I".
           05  filler            pic x(50) value
               "Watched process restarted - re-attached, image".
           05  filler            pic x(7)  value "SM0717W".
           05  filler            pic x(50) value
               "Watched image not restarted - entry retired".
           05  filler            pic x(7)  value "SM0718E".
           05  filler            pic x(50) value
               "Unable to open STCKMPEV, status".
           05  filler            pic x(7)  value "SB0801E".
           05  filler            pic x(50) value
               "Unable to open MBITRANS, status".
           05  filler            pic x(7)  value "SL0906E".
           05  filler            pic x(50) value
               "Unable to open STCKCLBR report, status".
           05  filler            pic x(7)  value "SL0907E".
           05  filler            pic x(50) value
               "Unable to open STCKCALR register, status".
           05  filler            pic x(7)  value "SL0908I".
           05  filler            pic x(50) value
               "Calibration recorded on STCKCALR register".
           05  filler            pic x(7)  value "ST1001E".
           05  filler            pic x(50) value
               "TRNDCONFIG not set - name a config or ALL".
           05  filler            pic x(7)  value "SO1505W".
           05  filler            pic x(50) value
               "Alert table full - worst-first board truncated".
           05  filler            pic x(7)  value "SO1506W".
           05  filler            pic x(50) value
               "Open alert has no owning support group, thread".
           05  filler            pic x(7)  value "SX1601E".
           05  filler            pic x(50) value
               "Unable to open RGNMAP, status".
           05  filler            pic x(7)  value "SU1813E".
           05  filler            pic x(50) value
               "STCKCFG larger than the line table - aborted".
           05  filler            pic x(7)  value "SD1901E".
           05  filler            pic x(50) value
               "Unable to open STACKLOG, status".
           05  filler            pic x(7)  value "SD1902E".
           05  filler            pic x(50) value
               "Unable to open STCKPMST, status".
           05  filler            pic x(7)  value "SD1903E".
           05  filler            pic x(50) value
               "STACKLOG trail is empty - nothing to load".
           05  filler            pic x(7)  value "SD1904W".
           05  filler            pic x(50) value
               "No STCKMPEV image for threads - records skipped".
           05  filler            pic x(7)  value "SD1905I".
           05  filler            pic x(50) value
               "Image already on STCKPMST for the date".
           05  filler            pic x(7)  value "SD1906E".
           05  filler            pic x(50) value
               "Unable to write STCKPMST, status".
           05  filler            pic x(7)  value "SD1907I".
           05  filler            pic x(50) value
               "Production peak loaded, image".
           05  filler            pic x(7)  value "SD1908W".
           05  filler            pic x(50) value
               "Thread or image table full - records skipped".
           05  filler            pic x(7)  value "SD1909I".
           05  filler            pic x(50) value
               "Production peak load complete, images loaded".
           05  filler            pic x(7)  value "SF2001E".
           05  filler            pic x(50) value
               "Unable to open STCKPMST, status".
           05  filler            pic x(7)  value "SF2002E".
           05  filler            pic x(50) value
               "Unable to open STCKMAST, status".
           05  filler            pic x(7)  value "SF2003E".
           05  filler            pic x(50) value
               "Unable to open STCKPKRP report, status".
           05  filler            pic x(7)  value "SF2004W".
           05  filler            pic x(50) value
               "Image has no config in STCKMWCH, image".
           05  filler            pic x(7)  value "SF2005W".
           05  filler            pic x(50) value
               "Production peak above the probe peak, image".
           05  filler            pic x(7)  value "SF2006I".
           05  filler            pic x(50) value
               "Probe-versus-production report complete, images".
           05  filler            pic x(7)  value "SF2007E".
           05  filler            pic x(50) value
               "No production peaks in range".
           05  filler            pic x(7)  value "SY2101E".
           05  filler            pic x(50) value
               "Unable to open STCKMAST, status".
           05  filler            pic x(7)  value "SY2102E".
           05  filler            pic x(50) value
               "Unable to open STCKCERT report, status".
           05  filler            pic x(7)  value "SY2103W".
           05  filler            pic x(50) value
               "STCKCFG unreadable - default ceilings, status".
           05  filler            pic x(7)  value "SY2104W".
           05  filler            pic x(50) value
               "Group table full - later groups not reported".
           05  filler            pic x(7)  value "SY2105W".
           05  filler            pic x(50) value
               "No archived runs match the selection".
           05  filler            pic x(7)  value "SY2106I".
           05  filler            pic x(50) value
               "Release/config groups certified".
           05  filler            pic x(7)  value "SY2107W".
           05  filler            pic x(50) value
               "Release/config groups NOT certified".
           05  filler            pic x(7)  value "SZ2201E".
           05  filler            pic x(50) value
               "Unable to open STCKCALR register, status".
           05  filler            pic x(7)  value "SZ2202E".
           05  filler            pic x(50) value
               "No calibrations on the STCKCALR register".
           05  filler            pic x(7)  value "SZ2203E".
           05  filler            pic x(50) value
               "Unable to open STCKPROF, status".
           05  filler            pic x(7)  value "SZ2204E".
           05  filler            pic x(50) value
               "STCKPROF holds no usable frame sizes".
           05  filler            pic x(7)  value "SZ2205W".
           05  filler            pic x(50) value
               "STCKPROF lines skipped (not a frame size)".
           05  filler            pic x(7)  value "SZ2206W".
           05  filler            pic x(50) value
               "STCKPROF truncated at table limit, entries".
           05  filler            pic x(7)  value "SZ2207E".
           05  filler            pic x(50) value
               "Unable to open STCKPFIT report, status".
           05  filler            pic x(7)  value "SZ2208W".
           05  filler            pic x(50) value
               "No calibration on the register for config".
           05  filler            pic x(7)  value "SZ2209W".
           05  filler            pic x(50) value
               "Calibration table full - configs ignored beyond".
           05  filler            pic x(7)  value "SZ2210W".
           05  filler            pic x(50) value
               "Profile would overflow config".
           05  filler            pic x(7)  value "SZ2211I".
           05  filler            pic x(50) value
               "Configs the profile fits".
           05  filler            pic x(7)  value "SI2301E".
           05  filler            pic x(50) value
               "Unable to open STCKAMST alert master, status".
           05  filler            pic x(7)  value "SI2302E".
           05  filler            pic x(50) value
               "Unable to write STCKAACT action log, status".
           05  filler            pic x(7)  value "SI2303W".
           05  filler            pic x(50) value
               "Console command not recognised -".
           05  filler            pic x(7)  value "SI2304E".
           05  filler            pic x(50) value
               "Error reading STCKAMST alert master, status".
           05  filler            pic x(7)  value "SI2305W".
           05  filler            pic x(50) value
               "SHOW needs a page line or a thread and run date".
           05  filler            pic x(7)  value "SI2306W".
           05  filler            pic x(50) value
               "No alert on the master for thread".
           05  filler            pic x(7)  value "SI2307W".
           05  filler            pic x(50) value
               "No alert selected - SHOW one first".
           05  filler            pic x(7)  value "SI2308W".
           05  filler            pic x(50) value
               "Transition not legal for alert state -".
           05  filler            pic x(7)  value "SI2309W".
           05  filler            pic x(50) value
               "Reason is mandatory - alert left unchanged".
           05  filler            pic x(7)  value "SI2310E".
           05  filler            pic x(50) value
               "Unable to rewrite STCKAMST record, status".
           05  filler            pic x(7)  value "SI2311I".
           05  filler            pic x(50) value
               "Alert state changed by operator -".
           05  filler            pic x(7)  value "SI2312W".
           05  filler            pic x(50) value
               "Filter not recognised -".
           05  filler            pic x(7)  value "SI2313I".
           05  filler            pic x(50) value
               "Console session ended, state changes made".
           05  filler            pic x(7)  value "SI2314I".
           05  filler            pic x(50) value
               "No further page in that direction -".
           05  filler            pic x(7)  value "SI2315W".
           05  filler            pic x(50) value
               "STCKAMST busy, alert left unchanged - status".
           05  filler            pic x(7)  value "SH2401E".
           05  filler            pic x(50) value
               "Unable to open master file, status".
           05  filler            pic x(7)  value "SH2402E".
           05  filler            pic x(50) value
               "Unable to open STCKUNLD unload file, status".
           05  filler            pic x(7)  value "SH2403E".
           05  filler            pic x(50) value
               "MUTLCMD / MUTLMASTER not recognised -".
           05  filler            pic x(7)  value "SH2404I".
           05  filler            pic x(50) value
               "Master unloaded to STCKUNLD, records".
           05  filler            pic x(7)  value "SH2405E".
           05  filler            pic x(50) value
               "STCKUNLD header missing or not for master".
           05  filler            pic x(7)  value "SH2406E".
           05  filler            pic x(50) value
               "STCKUNLD trailer missing - unload incomplete".
           05  filler            pic x(7)  value "SH2407E".
           05  filler            pic x(50) value
               "STCKUNLD record count not as trailer, counted".
           05  filler            pic x(7)  value "SH2408E".
           05  filler            pic x(50) value
               "STCKUNLD hash totals not as trailer".
           05  filler            pic x(7)  value "SH2409I".
           05  filler            pic x(50) value
               "STCKUNLD verified against trailer, records".
           05  filler            pic x(7)  value "SH2410E".
           05  filler            pic x(50) value
               "Reload write rejected by master, status".
           05  filler            pic x(7)  value "SH2411I".
           05  filler            pic x(50) value
               "Master reloaded and verified, records".
           05  filler            pic x(7)  value "SH2412E".
           05  filler            pic x(50) value
               "Records reloaded not as trailer, reloaded".
           05  filler            pic x(7)  value "SH2413E".
           05  filler            pic x(50) value
               "Unable to open STCKAMSN rebuilt master, status".
           05  filler            pic x(7)  value "SH2414W".
           05  filler            pic x(50) value
               "Rebuilt master differs from STCKAMST, alerts".
           05  filler            pic x(7)  value "SH2415I".
           05  filler            pic x(50) value
               "Rebuilt master matches STCKAMST, alerts".
           05  filler            pic x(7)  value "SH2416E".
           05  filler            pic x(50) value
               "Unable to open STCKMUTL report, status".
           05  filler            pic x(7)  value "SH2417W".
           05  filler            pic x(50) value
               "Records unloaded with non-numeric totals".
           05  filler            pic x(7)  value "SH2418E".
           05  filler            pic x(50) value
               "STCKUNLD record longer than master, length".
           05  filler            pic x(7)  value "SH2419E".
           05  filler            pic x(50) value
               "Unable to open STCKAREP replay queue, status".
           05  filler            pic x(7)  value "SH2420W".
           05  filler            pic x(50) value
               "STCKALRT shorter than checkpoint, staged".
           05  filler            pic x(7)  value "SH2421I".
           05  filler            pic x(50) value
               "Replay queue staged to STCKAREP, records".
           05  filler            pic x(7)  value "SS2501E".
           05  filler            pic x(50) value
               "Unable to open STCKRCTL run-control file, status".
           05  filler            pic x(7)  value "SS2502E".
           05  filler            pic x(50) value
               "RCTLCMD not recognised -".
           05  filler            pic x(7)  value "SS2503E".
           05  filler            pic x(50) value
               "Run-control input missing or invalid -".
           05  filler            pic x(7)  value "SS2504E".
           05  filler            pic x(50) value
               "Step not in the run-control sequence -".
           05  filler            pic x(7)  value "SS2505E".
           05  filler            pic x(50) value
               "Unable to write STCKRCTL record, status".
           05  filler            pic x(7)  value "SS2506I".
           05  filler            pic x(50) value
               "Step start recorded -".
           05  filler            pic x(7)  value "SS2507I".
           05  filler            pic x(50) value
               "Step end recorded -".
           05  filler            pic x(7)  value "SS2508W".
           05  filler            pic x(50) value
               "Step ended abnormally, marked FAIL -".
           05  filler            pic x(7)  value "SS2509I".
           05  filler            pic x(50) value
               "Next step to run -".
           05  filler            pic x(7)  value "SS2510E".
           05  filler            pic x(50) value
               "No run recorded on STCKRCTL - nothing to restart".
           05  filler            pic x(7)  value "SS2511E".
           05  filler            pic x(50) value
               "Unable to write STCKRNXT, status".
           05  filler            pic x(7)  value "SS2512I".
           05  filler            pic x(50) value
               "Run summary written, consolidated return code".
           05  filler            pic x(7)  value "SS2513W".
           05  filler            pic x(50) value
               "Config unfinished or not run -".
           05  filler            pic x(7)  value "SS2514E".
           05  filler            pic x(50) value
               "Unable to open STCKNITE summary, status".
           05  filler            pic x(7)  value "SS2515W".
           05  filler            pic x(50) value
               "STCKWCHR.CFG not readable, status".
           05  filler            pic x(7)  value "SS2516I".
           05  filler            pic x(50) value
               "Latest run on STCKRCTL -".
           05  filler            pic x(7)  value "RC2601E".
           05  filler            pic x(50) value
               "Unable to open STCKRCIN staged run list, status".
           05  filler            pic x(7)  value "RC2602E".
           05  filler            pic x(50) value
               "Unable to open STCKMAST archive master, status".
           05  filler            pic x(7)  value "RC2603E".
           05  filler            pic x(50) value
               "Reconciliation date range invalid -".
           05  filler            pic x(7)  value "RC2604E".
           05  filler            pic x(50) value
               "Unable to open STCKRCON report, status".
           05  filler            pic x(7)  value "RC2605W".
           05  filler            pic x(50) value
               "Run table full - later runs not checked, limit".
           05  filler            pic x(7)  value "RC2606W".
           05  filler            pic x(50) value
               "Run chain does not reconcile, unmatched runs".
           05  filler            pic x(7)  value "RC2607I".
           05  filler            pic x(50) value
               "Run chain reconciles, matched runs".
           05  filler            pic x(7)  value "RC2608W".
           05  filler            pic x(50) value
               "No runs found in the range for config".
       01  msg-catalog redefines msg-catalog-values.
           05  msg-entry         occurs 252.
               10  msg-cat-id    pic x(7).
               10  msg-cat-text  pic x(50).
