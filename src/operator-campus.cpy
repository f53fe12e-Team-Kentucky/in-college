       01 operator-campus-record.
           *> Which campus a console operator works for. An operator
           *> with no row here, or one marked central, is central
           *> staff and sees every campus; any other operator's
           *> account, company, event and report screens are limited
           *> to their own campus (and the system-wide records)
           05 ocp-opr-id             pic x(30).
           05 ocp-campus             pic x(8).
           05 ocp-central            pic x(1) value 'N'.
               88 ocp-is-central     value 'Y'.
           05 ocp-set-by             pic x(30).
           05 ocp-set-date           pic x(8).
