           copy sdl-rect replacing leading ==sdl== by ==player2-dst==.
           copy sdl-rect replacing leading ==sdl== by ==ghost-dst==.
           copy sdl-rect replacing leading ==sdl== by ==stat==.
           copy sdl-rect replacing leading ==sdl== by ==sponsor-src==.
           copy sdl-rect replacing leading ==sdl== by ==sponsor-dst==.

           01 solid-sides.
               05 solid-left-flag pic x value ' '.
